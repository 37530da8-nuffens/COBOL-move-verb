002050     MOVE TH-RESULT-BALANCE TO WS-CLOSING-BALANCE
      *>AN ITEM A LATER REVERSAL MATCHED IS TAGGED SO THE PAIR
      *>READS LINKED - THE REVERSAL ITSELF CARRIES THE ORIGINAL
      *>SIDE AND REFERENCE IN ITS OWN REFERENCE FIELD. A MERGE
      *>TRANSFER IS TAGGED TOO; ITS REFERENCE NAMES THE OTHER
      *>IDENT OF THE PAIR AFTER THE "M".
002052     EVALUATE TRUE
002053         WHEN TH-ITEM-REVERSED
002054             MOVE "  REVERSED" TO WS-REVERSED-TAG
002055         WHEN TH-TRAN-TYPE = "X"
002056             MOVE "  MERGE" TO WS-REVERSED-TAG
002057         WHEN OTHER
002058             MOVE SPACES TO WS-REVERSED-TAG
002059     END-EVALUATE
002060     MOVE SPACES TO WS-REPORT-LINE
002070     STRING "  " TH-RUN-DATE "  " TH-TRAN-TYPE "  "
002080         WS-AMOUNT-DISPLAY "  " WS-BALANCE-DISPLAY

      *>--------------------------------------------------------
      *>SIGNED EFFECT OF ONE HISTORY ITEM ON THE BALANCE, PER
      *>THE LOADER'S POSTING RULES: D, W AND D-SIDE ADJUSTMENTS
      *>AND MERGE TRANSFERS ADD; C, FEES AND C-SIDE ADJUSTMENTS
      *>AND TRANSFERS SUBTRACT; A REVERSAL
      *>POSTS OPPOSITE TO THE SIDE IN BYTE 1 OF ITS REFERENCE.
      *>--------------------------------------------------------
002140 3350-DERIVE-TRAN-EFFECT.
002150     EVALUATE TRUE
002160         WHEN TH-TRAN-TYPE = "D"
002165         WHEN TH-TRAN-TYPE = "W"
002170             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
002180         WHEN TH-TRAN-TYPE = "A" AND
002190              TH-TRAN-REFERENCE(1:1) = "D"
002193         WHEN TH-TRAN-TYPE = "X" AND
002196              TH-TRAN-REFERENCE(1:1) = "D"
002200             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
002210         WHEN TH-TRAN-TYPE = "R" AND
002220              TH-TRAN-REFERENCE(1:1) = "C"
