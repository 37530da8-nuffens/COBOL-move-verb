      *>---------------------------------------------------------------
      *> CUSTSNAP - month-end customer master snapshot record layout.
      *> COPY this under a caller-supplied 01 level, e.g.
      *>     01 SNAPSHOT-RECORD.
      *>         COPY CUSTSNAP.
      *> One record per customer on PROD.CUSTOMER.MASTER at the close,
      *> in IDENT order, written by CUSTCLOS to a new generation of
      *> PROD.CUSTOMER.SNAPSHOT each month end. SNAP-CUSTOMER-IMAGE is
      *> the raw 112-byte CUSTREC record exactly as the master held it
      *> after the close date's nightly load; SNAP-CLOSE-DATE is that
      *> close date and is the same on every record of a generation.
      *> A generation is the permanent answer to "what did the master
      *> say on that date" - never scratch one without
      *> records-retention signoff.
      *> Shared by CUSTCLOS (writer, and reader of the prior month).
      *>---------------------------------------------------------------
000010     05 SNAP-CUSTOMER-IMAGE PIC X(112).
000020     05 SNAP-CLOSE-DATE PIC 9(8).
