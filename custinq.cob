      *>FOR THE AIX DEFINES. PF4 HANDS THE DISPLAYED CUSTOMER TO
      *>THE CHST HISTORY BROWSE (CUSTHBRW) SO THE DESK CAN SEE
      *>HOW THE BALANCE GOT THERE WITHOUT WAITING FOR A BATCH
      *>RUN. PF9 HANDS IT TO THE CNOT CONTACT NOTES SCREEN
      *>(CUSTNOTS) IN THE SAME WAY, TO READ WHAT WAS ALREADY SAID
      *>TO THE CUSTOMER AND ADD A NOTE OF THIS CALL. PF5 CORRECTS
      *>A MISSPELLED CUSTOMNAME
      *>IN PLACE -
      *>ONLY FOR OPERATORS AUTHORIZED TO THE CUPD TRANSACTION -
      *>AND WRITES THE SAME BEFORE/AFTER AUDIT IMAGE THE BATCH
000440     05 HB-BOT-DATE PIC 9(8) VALUE ZERO.
000450     05 HB-BOT-SEQ PIC 9(5) VALUE ZERO.

      *>COMMAREA HANDED TO THE CNOT NOTES SCREEN ON PF9 - MUST
      *>MATCH CUSTNOTS' WS-COMMAREA. STATE 'I' TELLS IT TO SHOW
      *>THE CARRIED IDENT'S NOTES AT ONCE.
000451 01 WS-NOTES-COMMAREA.
000452     05 NB-STATE PIC X VALUE 'I'.
000453     05 NB-BROWSE-IDENT PIC 9(7) VALUE ZERO.
000454     05 NB-TOP-STAMP PIC 9(17) VALUE ZERO.
000455     05 NB-BOT-STAMP PIC 9(17) VALUE ZERO.

000460 COPY DFHAID.
000470 COPY DFHBMSCA.

000870             PERFORM 4500-SEARCH-BY-NAME
000880         WHEN DFHPF4
000890             PERFORM 4200-XCTL-HISTORY-BROWSE
000893         WHEN DFHPF9
000896             PERFORM 4300-XCTL-CONTACT-NOTES
000900         WHEN DFHENTER
000910             PERFORM 3000-INQUIRE-ON-IDENT
000920         WHEN OTHER
000930             MOVE LOW-VALUES TO CUSTMAP-AREA
000940             MOVE "KEY NOT ASSIGNED - USE ENTER PF3 4 5 6 7 8 9"
000950                 TO CMAP-MSG-I
000960             PERFORM 8000-SEND-CUSTOMER-MAP
000970     END-EVALUATE.
002190             RESP(WS-RESP)
002200         END-EXEC
002210         MOVE LOW-VALUES TO CUSTMAP-AREA
002211         MOVE "HISTORY BROWSE NOT AVAILABLE" TO CMAP-MSG-I
002212         PERFORM 8000-SEND-CUSTOMER-MAP
002213     END-IF.

      *>--------------------------------------------------------
      *>ONE-KEYSTROKE HANDOFF TO THE CNOT CONTACT NOTES FOR THE
      *>CUSTOMER ON SCREEN, EXACTLY AS PF4 REACHES CHST.
      *>--------------------------------------------------------
002214 4300-XCTL-CONTACT-NOTES.
002215     IF CA-LAST-IDENT = ZERO
002216         MOVE LOW-VALUES TO CUSTMAP-AREA
002217         MOVE "DISPLAY A CUSTOMER FIRST, THEN PRESS PF9"
002218             TO CMAP-MSG-I
002219         PERFORM 8000-SEND-CUSTOMER-MAP
002220     ELSE
002221         MOVE CA-LAST-IDENT TO NB-BROWSE-IDENT
002222         EXEC CICS XCTL
002223             PROGRAM('CUSTNOTS')
002224             COMMAREA(WS-NOTES-COMMAREA)
002225             RESP(WS-RESP)
002226         END-EXEC
002227         MOVE LOW-VALUES TO CUSTMAP-AREA
002228         MOVE "CONTACT NOTES NOT AVAILABLE" TO CMAP-MSG-I
002230         PERFORM 8000-SEND-CUSTOMER-MAP
002240     END-IF.

