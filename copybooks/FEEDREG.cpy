      *>---------------------------------------------------------------
      *> FEEDREG - feed transmission registry record layout.
      *> COPY this under a caller-supplied 01 level, e.g.
      *>     01 FEED-REGISTRY-RECORD.
      *>         COPY FEEDREG.
      *> One record per feed transmission the nightly loader has
      *> taken in, keyed on source system, feed kind (E = customer
      *> extract, T = transaction feed), header run date and a load
      *> sequence within that date. The control totals are the
      *> transmission's own trailer totals; the extract carries zero
      *> amounts. FR-STATUS is S while the load is running, C once
      *> the run balanced the feed and F if balancing failed. A
      *> restart rerun of the same run date bumps FR-RESTART-COUNT on
      *> the existing record instead of adding one.
      *> Shared by MOVE-FEATURE-TEST (writer) and CUSTFCAL (the feed
      *> calendar check).
      *>---------------------------------------------------------------
000010     05 FR-KEY.
000020         10 FR-SOURCE-SYSTEM PIC X(8).
000030         10 FR-FEED-KIND PIC X.
000040             88 FR-KIND-EXTRACT VALUE "E".
000050             88 FR-KIND-TRANSACTION VALUE "T".
000060         10 FR-RUN-DATE PIC 9(8).
000070         10 FR-LOAD-SEQ PIC 9(3).
000080     05 FR-RECORD-COUNT PIC 9(7).
000090     05 FR-IDENT-HASH PIC 9(15).
000100     05 FR-DEBIT-TOTAL PIC 9(9)V99.
000110     05 FR-CREDIT-TOTAL PIC 9(9)V99.
000120     05 FR-STATUS PIC X.
000130         88 FR-LOAD-STARTED VALUE "S".
000140         88 FR-LOAD-COMPLETE VALUE "C".
000150         88 FR-LOAD-FAILED VALUE "F".
000160     05 FR-LOAD-DATE PIC 9(8).
000170     05 FR-LOAD-TIME PIC 9(6).
000180     05 FR-RESTART-COUNT PIC 9(2).
000190     05 FILLER PIC X(19).
