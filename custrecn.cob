
      *>--------------------------------------------------------
      *>SIGNED EFFECT OF ONE HISTORY ITEM ON THE BALANCE, PER
      *>THE LOADER'S POSTING RULES: D, W AND D-SIDE ADJUSTMENTS
      *>AND MERGE TRANSFERS ADD; C, FEES AND C-SIDE ADJUSTMENTS
      *>AND TRANSFERS SUBTRACT; A REVERSAL
      *>POSTS OPPOSITE TO THE SIDE IN BYTE 1 OF ITS REFERENCE.
      *>--------------------------------------------------------
002140 4700-DERIVE-TRAN-EFFECT.
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
