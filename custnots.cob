000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTNOTS.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>ONLINE CUSTOMER CONTACT NOTES (TRANSACTION CNOT).
      *>PSEUDO-CONVERSATIONAL. FROM A CUSTOMER IDENT THE SCREEN
      *>PAGES THROUGH THAT CUSTOMER'S NOTES ON
      *>PROD.CUSTOMER.NOTES NEWEST-FIRST, FIVE TO A PAGE: DATE,
      *>TIME, OPERATOR AND SOURCE, WITH THE NOTE TEXT BELOW.
      *>AGENT NOTES ARE KEYED HERE; SYSTEM NOTES ARE WRITTEN BY
      *>THE BATCH JOBS (DUNNING, FINANCE CHARGES, PURGE,
      *>REINSTATE, AND THE LOADER'S DELETES AND INACTIVATES).
      *>PF8 PAGES OLDER, PF7 PAGES NEWER, ENTER STARTS OVER ON A
      *>KEYED IDENT. PF5 ADDS THE TEXT KEYED IN THE NEW-NOTE
      *>FIELD AGAINST THE CUSTOMER ON SCREEN, STAMPED WITH THE
      *>CURRENT DATE AND TIME AND THE OPERATOR'S CICS USER ID.
      *>A NOTE CAN ONLY BE ADDED FOR A CUSTOMER ON THE MASTER,
      *>BUT A PURGED CUSTOMER'S NOTES CAN STILL BE BROWSED.
      *>NOTES ARE NEVER CHANGED OR DELETED ONLINE. REACHED WITH
      *>ONE KEYSTROKE (PF9) FROM THE CUSTOMER DISPLAYED IN CINQ,
      *>WHICH XCTLS HERE WITH THE IDENT IN THE COMMAREA, OR
      *>DIRECTLY AS CNOT.
      *>PAGING WORKS AS IN CUSTHBRW (CHST): A PAGE IS BUILT BY
      *>READING THE CUSTOMER'S NOTES FORWARD INTO A FIVE-SLOT
      *>RING AND SHOWING THE RING BACKWARD, AND THE DATE/TIME/
      *>SEQUENCE STAMPS OF THE NEWEST AND OLDEST NOTES ON SCREEN
      *>RIDE THE COMMAREA AS THE PAGING BOUNDS.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 DATA DIVISION.

000070 WORKING-STORAGE SECTION.

000080 01 WS-NOTE-RECORD.
000090     COPY CUSTNOTE.

000100 01 WS-CUSTOMER-RECORD.
000110     COPY CUSTREC.

000120 01 CUSTNMAP-AREA.
000130     COPY CUSTNMAP.

000140 01 WS-WORK-FIELDS.
000150     05 WS-RESP PIC S9(8) COMP VALUE ZERO.
000160     05 WS-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
000170     05 WS-CURRENT-DATE PIC 9(8) VALUE ZERO.
000180     05 WS-CURRENT-TIME PIC 9(6) VALUE ZERO.
000190     05 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000200     05 WS-CUSTOMER-NAME PIC X(20) VALUE SPACES.
000210     05 WS-KEEP-TEXT PIC X(70) VALUE SPACES.
000220     05 WS-SOURCE-DISPLAY PIC X(6) VALUE SPACES.
000230     05 WS-EXIT-MESSAGE PIC X(40)
000240         VALUE "CNOT ENDED - THANK YOU".
000250     05 WS-NOTE-EOF-SWITCH PIC X VALUE 'N'.
000260        88 NOTE-AT-END VALUE 'Y'.
000270     05 WS-ADD-DONE-SWITCH PIC X VALUE 'N'.
000280        88 NOTE-ADD-DONE VALUE 'Y'.
000290     05 WS-ON-MASTER-SWITCH PIC X VALUE 'N'.
000300        88 IDENT-ON-MASTER VALUE 'Y'.

000310 01 WS-BROWSE-KEY.
000320     05 WS-BK-IDENT PIC 9(7).
000330     05 WS-BK-STAMP PIC 9(17).

      *>A NOTE STAMP BROKEN OUT FOR THE SCREEN LINE.
000340 01 WS-STAMP-WORK.
000350     05 WS-SW-DATE PIC 9(8).
000360     05 WS-SW-HOUR PIC 99.
000370     05 WS-SW-MINUTE PIC 99.
000380     05 WS-SW-SECOND PIC 99.
000390     05 WS-SW-SEQ PIC 9(3).
000400 01 WS-STAMP-WORK-NUM REDEFINES WS-STAMP-WORK PIC 9(17).

      *>--------------------------------------------------------
      *>FIVE-SLOT RING, ONE SLOT PER NOTE (TWO SCREEN LINES).
      *>A BACKWARD PAGE KEEPS THE LAST FIVE NOTES BELOW THE
      *>BOUND (THE RING WRAPS AS THE READ RUNS FORWARD); A
      *>FORWARD PAGE KEEPS THE FIRST FIVE ABOVE THE BOUND AND
      *>NEVER WRAPS. EITHER WAY SLOT MOD(KEPT - J, 5) + 1 IS
      *>THE J-TH NEWEST NOTE.
      *>--------------------------------------------------------
000410 01 WS-PAGE-WORK.
000420     05 WS-PAGE-SIZE PIC 99 VALUE 5.
000430     05 WS-KEPT-COUNT PIC 9(7) VALUE ZERO.
000440     05 WS-PAGE-COUNT PIC 99 VALUE ZERO.
000450     05 WS-RING-SUB PIC 99 VALUE ZERO.
000460     05 WS-LINE-SUB PIC 99 VALUE ZERO.
000470     05 WS-SLOT-SUB PIC 99 VALUE ZERO.
000480     05 WS-SCREEN-SUB PIC 99 VALUE ZERO.
000490     05 WS-BOUND-STAMP PIC 9(17) VALUE ZERO.
000500     05 WS-PAGE-MESSAGE PIC X(60) VALUE SPACES.
000510     05 WS-RING-ENTRY OCCURS 5 TIMES.
000520         10 WS-RE-STAMP PIC 9(17).
000530         10 WS-RE-KIND PIC X.
000540         10 WS-RE-OPERATOR PIC X(8).
000550         10 WS-RE-TEXT PIC X(70).

      *>CA-STATE 'I' MARKS A FRESH ARRIVAL FROM CINQ'S PF9 XCTL
      *>(BROWSE THE CARRIED IDENT AT ONCE); 'B' IS A NORMAL
      *>PSEUDO-CONVERSATIONAL RE-ENTRY DRIVEN BY EIBAID.
000560 01 WS-COMMAREA.
000570     05 CA-STATE PIC X VALUE 'I'.
000580     05 CA-BROWSE-IDENT PIC 9(7) VALUE ZERO.
000590     05 CA-TOP-STAMP PIC 9(17) VALUE ZERO.
000600     05 CA-BOT-STAMP PIC 9(17) VALUE ZERO.

000610 COPY DFHAID.
000620 COPY DFHBMSCA.

000630 LINKAGE SECTION.
000640 01 DFHCOMMAREA.
000650     05 LK-STATE PIC X.
000660     05 LK-BROWSE-IDENT PIC 9(7).
000670     05 LK-TOP-STAMP PIC 9(17).
000680     05 LK-BOT-STAMP PIC 9(17).

000690 PROCEDURE DIVISION.

000700 0000-MAIN-LOGIC.
000710     IF EIBCALEN = ZERO
000720         PERFORM 1000-FIRST-TIME
000730     ELSE
000740         MOVE LK-STATE TO CA-STATE
000750         MOVE LK-BROWSE-IDENT TO CA-BROWSE-IDENT
000760         MOVE LK-TOP-STAMP TO CA-TOP-STAMP
000770         MOVE LK-BOT-STAMP TO CA-BOT-STAMP
000780         IF CA-STATE = 'I'
000790             MOVE 'B' TO CA-STATE
000800             PERFORM 3000-BROWSE-FRESH-PAGE
000810         ELSE
000820             PERFORM 2000-PROCESS-USER-ACTION
000830         END-IF
000840     END-IF
000850     EXEC CICS RETURN
000860         TRANSID('CNOT')
000870         COMMAREA(WS-COMMAREA)
000880     END-EXEC.

      *>--------------------------------------------------------
      *>FIRST INVOCATION - PUT UP AN EMPTY SCREEN
      *>--------------------------------------------------------
000890 1000-FIRST-TIME.
000900     MOVE 'B' TO CA-STATE
000905     MOVE LOW-VALUES TO CUSTNMAP-AREA
000910     MOVE "ENTER AN IDENT AND PRESS ENTER" TO CNT-MSG-I
000920     EXEC CICS SEND
000930         MAP('CUSTNMAP')
000940         MAPSET('CUSTNMS')
000950         FROM(CUSTNMAP-AREA)
000960         ERASE
000970     END-EXEC.

      *>--------------------------------------------------------
      *>DISPATCH ON THE KEY THE OPERATOR PRESSED. EVERY KEY BUT
      *>PF3 PICKS UP WHATEVER IS IN THE NEW-NOTE FIELD SO A
      *>HALF-KEYED NOTE SURVIVES PAGING AND ERRORS.
      *>--------------------------------------------------------
000980 2000-PROCESS-USER-ACTION.
000990     EVALUATE EIBAID
001000         WHEN DFHPF3
001010             PERFORM 2900-EXIT-TRANSACTION
001020         WHEN DFHPF5
001030             PERFORM 7100-CAPTURE-NOTE-TEXT
001040             PERFORM 3500-ADD-OPERATOR-NOTE
001050         WHEN DFHPF8
001060             PERFORM 7100-CAPTURE-NOTE-TEXT
001070             PERFORM 4000-PAGE-OLDER
001080         WHEN DFHPF7
001090             PERFORM 7100-CAPTURE-NOTE-TEXT
001100             PERFORM 4100-PAGE-NEWER
001110         WHEN DFHENTER
001120             PERFORM 7100-CAPTURE-NOTE-TEXT
001130             PERFORM 3100-BROWSE-KEYED-IDENT
001140         WHEN OTHER
001150             MOVE LOW-VALUES TO CUSTNMAP-AREA
001160             MOVE "KEY NOT ASSIGNED - USE ENTER PF3 PF5 PF7 PF8"
001170                 TO CNT-MSG-I
001180             PERFORM 8000-SEND-NOTES-MAP
001190     END-EVALUATE.

001200 2900-EXIT-TRANSACTION.
001210     EXEC CICS SEND TEXT
001220         FROM(WS-EXIT-MESSAGE)
001230         ERASE
001240         FREEKB
001250     END-EXEC
001260     EXEC CICS RETURN END-EXEC.

      *>--------------------------------------------------------
      *>FRESH BROWSE - NEWEST PAGE FOR THE CURRENT IDENT. A
      *>CALLER MAY LEAVE ITS OWN MESSAGE IN WS-PAGE-MESSAGE.
      *>--------------------------------------------------------
001270 3000-BROWSE-FRESH-PAGE.
001280     MOVE 99999999999999999 TO WS-BOUND-STAMP
001290     PERFORM 5000-COLLECT-WINDOW-BELOW
001300     IF WS-KEPT-COUNT = ZERO
001310         MOVE ZERO TO CA-TOP-STAMP
001320         MOVE ZERO TO CA-BOT-STAMP
001330         MOVE LOW-VALUES TO CUSTNMAP-AREA
001340         PERFORM 6200-SET-CUSTOMER-HEADING
001350         MOVE "NO NOTES FOR THIS CUSTOMER - KEY ONE, THEN PF5"
001360             TO CNT-MSG-I
001370         PERFORM 8000-SEND-NOTES-MAP
001380     ELSE
001390         IF WS-PAGE-MESSAGE = SPACES
001400             MOVE "NOTES NEWEST FIRST - PF8=OLDER PF7=NEWER"
001410                 TO WS-PAGE-MESSAGE
001420         END-IF
001430         PERFORM 6000-DISPLAY-PAGE
001440     END-IF.

001450 3100-BROWSE-KEYED-IDENT.
001460     IF CNT-IDENT-I NOT NUMERIC OR CNT-IDENT-I = SPACES
001470         MOVE LOW-VALUES TO CUSTNMAP-AREA
001480         MOVE "IDENT MUST BE NUMERIC" TO CNT-MSG-I
001490         PERFORM 8000-SEND-NOTES-MAP
001500     ELSE
001510         MOVE CNT-IDENT-I TO CA-BROWSE-IDENT
001520         PERFORM 3000-BROWSE-FRESH-PAGE
001530     END-IF.

      *>--------------------------------------------------------
      *>PF5 - ADD A NOTE FOR THE CUSTOMER ON SCREEN. THE IDENT
      *>FIELD MUST STILL SHOW THAT CUSTOMER: AN OVERTYPED IDENT
      *>HAS TO BE DISPLAYED WITH ENTER FIRST, SO A NOTE NEVER
      *>LANDS ON AN ACCOUNT THE AGENT HAS NOT LOOKED AT.
      *>--------------------------------------------------------
001540 3500-ADD-OPERATOR-NOTE.
001550     EVALUATE TRUE
001560         WHEN CA-BROWSE-IDENT = ZERO
001570             MOVE LOW-VALUES TO CUSTNMAP-AREA
001580             MOVE "ENTER AN IDENT AND PRESS ENTER" TO CNT-MSG-I
001590             PERFORM 8000-SEND-NOTES-MAP
001600         WHEN CNT-IDENT-I NOT = CA-BROWSE-IDENT
001610             MOVE "IDENT CHANGED - PRESS ENTER, THEN PF5 TO ADD"
001620                 TO WS-PAGE-MESSAGE
001630             PERFORM 4500-REBUILD-CURRENT-PAGE
001640         WHEN WS-KEEP-TEXT = SPACES
001650             MOVE "KEY THE NOTE TEXT, THEN PRESS PF5"
001660                 TO WS-PAGE-MESSAGE
001670             PERFORM 4500-REBUILD-CURRENT-PAGE
001680         WHEN OTHER
001690             PERFORM 6300-LOOKUP-CUSTOMER-NAME
001700             IF IDENT-ON-MASTER
001710                 PERFORM 3600-WRITE-OPERATOR-NOTE
001720             ELSE
001730                 MOVE "IDENT NOT ON CUSTOMER MASTER - NOT ADDED"
001740                     TO WS-PAGE-MESSAGE
001750                 PERFORM 4500-REBUILD-CURRENT-PAGE
001760             END-IF
001770     END-EVALUATE.

      *>--------------------------------------------------------
      *>THE KEY IS IDENT, DATE, TIME AND A SEQUENCE. TWO NOTES
      *>FOR ONE CUSTOMER IN THE SAME SECOND TAKE THE NEXT FREE
      *>SEQUENCE.
      *>--------------------------------------------------------
001780 3600-WRITE-OPERATOR-NOTE.
001790     EXEC CICS ASSIGN
001800         USERID(WS-OPERATOR-ID)
001810     END-EXEC
001820     EXEC CICS ASKTIME
001830         ABSTIME(WS-ABSTIME)
001840     END-EXEC
001850     EXEC CICS FORMATTIME
001860         ABSTIME(WS-ABSTIME)
001870         YYYYMMDD(WS-CURRENT-DATE)
001880         TIME(WS-CURRENT-TIME)
001890     END-EXEC
001900     MOVE SPACES TO WS-NOTE-RECORD
001910     MOVE CA-BROWSE-IDENT TO CN-IDENT
001920     MOVE WS-CURRENT-DATE TO CN-NOTE-DATE
001930     MOVE WS-CURRENT-TIME TO CN-NOTE-TIME
001940     MOVE 1 TO CN-NOTE-SEQ
001950     SET CN-OPERATOR-NOTE TO TRUE
001960     MOVE WS-OPERATOR-ID TO CN-OPERATOR
001970     MOVE WS-KEEP-TEXT TO CN-NOTE-TEXT
001980     MOVE 'N' TO WS-ADD-DONE-SWITCH
001990     PERFORM 3650-TRY-NOTE-KEY
002000         UNTIL NOTE-ADD-DONE
002010     IF WS-RESP = DFHRESP(NORMAL)
002020         MOVE SPACES TO WS-KEEP-TEXT
002030         MOVE "NOTE ADDED - PF8=OLDER PF7=NEWER"
002040             TO WS-PAGE-MESSAGE
002050         PERFORM 3000-BROWSE-FRESH-PAGE
002060     ELSE
002070         MOVE "NOTES FILE WRITE FAILED - NOTE NOT ADDED"
002080             TO WS-PAGE-MESSAGE
002090         PERFORM 4500-REBUILD-CURRENT-PAGE
002100     END-IF.

002110 3650-TRY-NOTE-KEY.
002120     EXEC CICS WRITE
002130         FILE('CUSTNOTE')
002140         FROM(WS-NOTE-RECORD)
002150         RIDFLD(CN-KEY)
002160         RESP(WS-RESP)
002170     END-EXEC
002180     IF WS-RESP = DFHRESP(DUPREC) AND CN-NOTE-SEQ < 999
002190         ADD 1 TO CN-NOTE-SEQ
002200     ELSE
002210         SET NOTE-ADD-DONE TO TRUE
002220     END-IF.

      *>--------------------------------------------------------
      *>PAGING. OLDER = LAST FIVE BELOW THE OLDEST NOTE SHOWN;
      *>NEWER = FIRST FIVE ABOVE THE NEWEST NOTE SHOWN. WHEN
      *>THERE IS NOTHING FURTHER THE CURRENT PAGE IS REBUILT
      *>(LAST FIVE BELOW JUST-ABOVE-THE-TOP-STAMP) SO THE
      *>OPERATOR KEEPS WHAT WAS ON SCREEN UNDER THE MESSAGE.
      *>--------------------------------------------------------
002230 4000-PAGE-OLDER.
002240     IF CA-BROWSE-IDENT = ZERO
002250         MOVE LOW-VALUES TO CUSTNMAP-AREA
002260         MOVE "ENTER AN IDENT AND PRESS ENTER" TO CNT-MSG-I
002270         PERFORM 8000-SEND-NOTES-MAP
002280     ELSE
002290         MOVE CA-BOT-STAMP TO WS-BOUND-STAMP
002300         PERFORM 5000-COLLECT-WINDOW-BELOW
002310         IF WS-KEPT-COUNT = ZERO
002320             MOVE "NO OLDER NOTES - FIRST NOTE SHOWN"
002330                 TO WS-PAGE-MESSAGE
002340             PERFORM 4500-REBUILD-CURRENT-PAGE
002350         ELSE
002360             MOVE "OLDER PAGE - PF8=OLDER PF7=NEWER"
002370                 TO WS-PAGE-MESSAGE
002380             PERFORM 6000-DISPLAY-PAGE
002390         END-IF
002400     END-IF.

002410 4100-PAGE-NEWER.
002420     IF CA-BROWSE-IDENT = ZERO
002430         MOVE LOW-VALUES TO CUSTNMAP-AREA
002440         MOVE "ENTER AN IDENT AND PRESS ENTER" TO CNT-MSG-I
002450         PERFORM 8000-SEND-NOTES-MAP
002460     ELSE
002470         PERFORM 5500-COLLECT-WINDOW-ABOVE
002480         IF WS-KEPT-COUNT = ZERO
002490             MOVE "NO NEWER NOTES - LATEST SHOWN"
002500                 TO WS-PAGE-MESSAGE
002510             PERFORM 4500-REBUILD-CURRENT-PAGE
002520         ELSE
002530             MOVE "NEWER PAGE - PF8=OLDER PF7=NEWER"
002540                 TO WS-PAGE-MESSAGE
002550             PERFORM 6000-DISPLAY-PAGE
002560         END-IF
002570     END-IF.

002580 4500-REBUILD-CURRENT-PAGE.
002590     COMPUTE WS-BOUND-STAMP = CA-TOP-STAMP + 1
002600     PERFORM 5000-COLLECT-WINDOW-BELOW
002610     IF WS-KEPT-COUNT = ZERO
002620         MOVE LOW-VALUES TO CUSTNMAP-AREA
002630         PERFORM 6200-SET-CUSTOMER-HEADING
002640         MOVE WS-PAGE-MESSAGE TO CNT-MSG-I
002650         PERFORM 8000-SEND-NOTES-MAP
002660     ELSE
002670         PERFORM 6000-DISPLAY-PAGE
002680     END-IF.

      *>--------------------------------------------------------
      *>BACKWARD WINDOW - LAST FIVE NOTES BELOW THE BOUND.
      *>READS THE CUSTOMER'S NOTES FORWARD FROM THE START AND
      *>LETS THE RING WRAP, SO WHAT REMAINS IS THE FIVE NOTES
      *>JUST UNDER THE BOUND IN ASCENDING ORDER.
      *>--------------------------------------------------------
002690 5000-COLLECT-WINDOW-BELOW.
002700     MOVE ZERO TO WS-KEPT-COUNT
002710     MOVE 'N' TO WS-NOTE-EOF-SWITCH
002720     MOVE CA-BROWSE-IDENT TO WS-BK-IDENT
002730     MOVE ZERO TO WS-BK-STAMP
002740     EXEC CICS STARTBR
002750         FILE('CUSTNOTE')
002760         RIDFLD(WS-BROWSE-KEY)
002770         GTEQ
002780         RESP(WS-RESP)
002790     END-EXEC
002800     IF WS-RESP NOT = DFHRESP(NORMAL)
002810         SET NOTE-AT-END TO TRUE
002820     ELSE
002830         PERFORM 5100-READ-BELOW-CANDIDATE
002840             UNTIL NOTE-AT-END
002850         EXEC CICS ENDBR FILE('CUSTNOTE') END-EXEC
002860     END-IF.

002870 5100-READ-BELOW-CANDIDATE.
002880     EXEC CICS READNEXT
002890         FILE('CUSTNOTE')
002900         INTO(WS-NOTE-RECORD)
002910         RIDFLD(WS-BROWSE-KEY)
002920         RESP(WS-RESP)
002930     END-EXEC
002940     EVALUATE TRUE
002950         WHEN WS-RESP NOT = DFHRESP(NORMAL)
002960             SET NOTE-AT-END TO TRUE
002970         WHEN CN-IDENT NOT = CA-BROWSE-IDENT
002980             SET NOTE-AT-END TO TRUE
002990         WHEN CN-NOTE-STAMP-NUM >= WS-BOUND-STAMP
003000             SET NOTE-AT-END TO TRUE
003010         WHEN OTHER
003020             PERFORM 5200-KEEP-RING-ENTRY
003030     END-EVALUATE.

003040 5200-KEEP-RING-ENTRY.
003050     COMPUTE WS-RING-SUB =
003060         FUNCTION MOD(WS-KEPT-COUNT, WS-PAGE-SIZE) + 1
003070     MOVE CN-NOTE-STAMP-NUM TO WS-RE-STAMP(WS-RING-SUB)
003080     MOVE CN-NOTE-KIND TO WS-RE-KIND(WS-RING-SUB)
003090     MOVE CN-OPERATOR TO WS-RE-OPERATOR(WS-RING-SUB)
003100     MOVE CN-NOTE-TEXT TO WS-RE-TEXT(WS-RING-SUB)
003110     ADD 1 TO WS-KEPT-COUNT.

      *>--------------------------------------------------------
      *>FORWARD WINDOW - FIRST FIVE NOTES ABOVE THE NEWEST NOTE
      *>ON SCREEN. NEVER WRAPS THE RING.
      *>--------------------------------------------------------
003120 5500-COLLECT-WINDOW-ABOVE.
003130     MOVE ZERO TO WS-KEPT-COUNT
003140     MOVE 'N' TO WS-NOTE-EOF-SWITCH
003150     MOVE CA-BROWSE-IDENT TO WS-BK-IDENT
003160     MOVE CA-TOP-STAMP TO WS-BK-STAMP
003170     EXEC CICS STARTBR
003180         FILE('CUSTNOTE')
003190         RIDFLD(WS-BROWSE-KEY)
003200         GTEQ
003210         RESP(WS-RESP)
003220     END-EXEC
003230     IF WS-RESP NOT = DFHRESP(NORMAL)
003240         SET NOTE-AT-END TO TRUE
003250     ELSE
003260         PERFORM 5600-READ-ABOVE-CANDIDATE
003270             UNTIL NOTE-AT-END
003280         EXEC CICS ENDBR FILE('CUSTNOTE') END-EXEC
003290     END-IF.

003300 5600-READ-ABOVE-CANDIDATE.
003310     EXEC CICS READNEXT
003320         FILE('CUSTNOTE')
003330         INTO(WS-NOTE-RECORD)
003340         RIDFLD(WS-BROWSE-KEY)
003350         RESP(WS-RESP)
003360     END-EXEC
003370     EVALUATE TRUE
003380         WHEN WS-RESP NOT = DFHRESP(NORMAL)
003390             SET NOTE-AT-END TO TRUE
003400         WHEN CN-IDENT NOT = CA-BROWSE-IDENT
003410             SET NOTE-AT-END TO TRUE
003420         WHEN CN-NOTE-STAMP-NUM <= CA-TOP-STAMP
003430             CONTINUE
003440         WHEN OTHER
003450             PERFORM 5200-KEEP-RING-ENTRY
003460             IF WS-KEPT-COUNT >= WS-PAGE-SIZE
003470                 SET NOTE-AT-END TO TRUE
003480             END-IF
003490     END-EVALUATE.

      *>--------------------------------------------------------
      *>PAGE DISPLAY - UNWIND THE RING NEWEST-FIRST, TWO SCREEN
      *>LINES PER NOTE, AND CARRY THE SCREEN'S TOP AND BOTTOM
      *>STAMPS IN THE COMMAREA.
      *>--------------------------------------------------------
003500 6000-DISPLAY-PAGE.
003510     MOVE LOW-VALUES TO CUSTNMAP-AREA
003520     PERFORM 6200-SET-CUSTOMER-HEADING
003530     IF WS-KEPT-COUNT < WS-PAGE-SIZE
003540         MOVE WS-KEPT-COUNT TO WS-PAGE-COUNT
003550     ELSE
003560         MOVE WS-PAGE-SIZE TO WS-PAGE-COUNT
003570     END-IF
003580     PERFORM 6100-FORMAT-PAGE-NOTE
003590         VARYING WS-LINE-SUB FROM 1 BY 1
003600         UNTIL WS-LINE-SUB > WS-PAGE-COUNT
003610     COMPUTE WS-SLOT-SUB =
003620         FUNCTION MOD(WS-KEPT-COUNT - 1, WS-PAGE-SIZE) + 1
003630     MOVE WS-RE-STAMP(WS-SLOT-SUB) TO CA-TOP-STAMP
003640     COMPUTE WS-SLOT-SUB =
003650         FUNCTION MOD(WS-KEPT-COUNT - WS-PAGE-COUNT,
003660             WS-PAGE-SIZE) + 1
003670     MOVE WS-RE-STAMP(WS-SLOT-SUB) TO CA-BOT-STAMP
003680     MOVE WS-PAGE-MESSAGE TO CNT-MSG-I
003690     PERFORM 8000-SEND-NOTES-MAP.

003700 6100-FORMAT-PAGE-NOTE.
003710     COMPUTE WS-SLOT-SUB =
003720         FUNCTION MOD(WS-KEPT-COUNT - WS-LINE-SUB,
003730             WS-PAGE-SIZE) + 1
003740     COMPUTE WS-SCREEN-SUB = WS-LINE-SUB * 2 - 1
003750     MOVE WS-RE-STAMP(WS-SLOT-SUB) TO WS-STAMP-WORK-NUM
003760     IF WS-RE-KIND(WS-SLOT-SUB) = "S"
003770         MOVE "SYSTEM" TO WS-SOURCE-DISPLAY
003780     ELSE
003790         MOVE "AGENT" TO WS-SOURCE-DISPLAY
003800     END-IF
003810     STRING WS-SW-DATE "  "
003820         WS-SW-HOUR ":" WS-SW-MINUTE ":" WS-SW-SECOND "  "
003830         WS-RE-OPERATOR(WS-SLOT-SUB) "  "
003840         WS-SOURCE-DISPLAY
003850         DELIMITED BY SIZE INTO CNT-LINE-I(WS-SCREEN-SUB)
003860     END-STRING
003870     ADD 1 TO WS-SCREEN-SUB
003880     STRING "    " WS-RE-TEXT(WS-SLOT-SUB)
003890         DELIMITED BY SIZE INTO CNT-LINE-I(WS-SCREEN-SUB)
003900     END-STRING.

      *>--------------------------------------------------------
      *>IDENT AND NAME AT THE TOP OF THE SCREEN. THE MAPSET IS
      *>FRSET, SO THE DISPLAYED IDENT NEEDS ITS MDT SET OR THE
      *>NEXT PF5 WOULD RECEIVE LOW-VALUES FOR IT.
      *>--------------------------------------------------------
003910 6200-SET-CUSTOMER-HEADING.
003920     MOVE CA-BROWSE-IDENT TO CNT-IDENT-I
003930     MOVE DFHBMFSE TO CNT-IDENT-A
003940     PERFORM 6300-LOOKUP-CUSTOMER-NAME
003950     MOVE WS-CUSTOMER-NAME TO CNT-NAME-I.

003960 6300-LOOKUP-CUSTOMER-NAME.
003970     MOVE 'N' TO WS-ON-MASTER-SWITCH
003980     MOVE CA-BROWSE-IDENT TO IDENT OF WS-CUSTOMER-RECORD
003990     EXEC CICS READ
004000         FILE('CUSTMAST')
004010         INTO(WS-CUSTOMER-RECORD)
004020         RIDFLD(IDENT OF WS-CUSTOMER-RECORD)
004030         RESP(WS-RESP)
004040     END-EXEC
004050     IF WS-RESP = DFHRESP(NORMAL)
004060         SET IDENT-ON-MASTER TO TRUE
004070         MOVE CUSTOMNAME OF WS-CUSTOMER-RECORD
004080             TO WS-CUSTOMER-NAME
004090     ELSE
004100         MOVE "*NOT ON MASTER*" TO WS-CUSTOMER-NAME
004110     END-IF.

      *>--------------------------------------------------------
      *>MAP I/O
      *>--------------------------------------------------------
004120 7000-RECEIVE-NOTES-MAP.
004130     EXEC CICS RECEIVE
004140         MAP('CUSTNMAP')
004150         MAPSET('CUSTNMS')
004160         INTO(CUSTNMAP-AREA)
004170         RESP(WS-RESP)
004180     END-EXEC
004190     IF WS-RESP = DFHRESP(MAPFAIL)
004200         MOVE LOW-VALUES TO CUSTNMAP-AREA
004210     END-IF.

004220 7100-CAPTURE-NOTE-TEXT.
004230     PERFORM 7000-RECEIVE-NOTES-MAP
004240     MOVE CNT-TEXT-I TO WS-KEEP-TEXT
004250     INSPECT WS-KEEP-TEXT REPLACING ALL LOW-VALUES BY SPACES.

      *>A NOTE STILL BEING KEYED GOES BACK OUT WITH ITS MDT SET,
      *>WHATEVER ELSE IS ON THE SCREEN.
004260 8000-SEND-NOTES-MAP.
004270     IF WS-KEEP-TEXT NOT = SPACES
004280         MOVE WS-KEEP-TEXT TO CNT-TEXT-I
004290         MOVE DFHBMFSE TO CNT-TEXT-A
004300     END-IF
004310     EXEC CICS SEND
004320         MAP('CUSTNMAP')
004330         MAPSET('CUSTNMS')
004340         FROM(CUSTNMAP-AREA)
004350         ERASE
004360     END-EXEC.
