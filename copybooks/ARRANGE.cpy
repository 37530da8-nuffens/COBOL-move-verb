      *>---------------------------------------------------------------
      *> ARRANGE - promise-to-pay arrangement record layout.
      *> COPY this under a caller-supplied 01 level, e.g.
      *>     01 ARRANGEMENT-RECORD.
      *>         COPY ARRANGE.
      *> One record per payment plan a collector agrees with a
      *> customer, on PROD.CUSTOMER.ARRANGE (KSDS, key 15 at offset
      *> 0, record size 400), keyed on IDENT and the date the plan
      *> was set up. Plans are never deleted, so a customer's latest
      *> plan is the highest key for the IDENT and only that one can
      *> be open.
      *> AR-STATUS is O while the plan is open and every installment
      *> due so far was kept, B once an installment is broken, C when
      *> every installment was kept and X when a collector cancelled
      *> it; AR-STATUS-DATE is the run that set it.
      *> The schedule holds up to 12 installments, each with its due
      *> date and amount. Payments are tested cumulatively: an
      *> installment is kept once AR-TOTAL-PAID covers it and every
      *> installment before it, and broken if it is still short when
      *> its due date plus the monitor's grace days has passed.
      *> AR-TOTAL-PAID is the net debit-side money posted to TRANHIST
      *> since the plan was set up; AR-CHECKED-THROUGH is the last
      *> TRANHIST run date already counted, so a rerun of the
      *> monitor never counts a payment twice.
      *> AR-LETTER-SWITCH is D when a broken plan still owes the
      *> customer a broken-promise letter and S once CUSTDUNL sent it.
      *> Shared by CUSTPTPM (maintenance), CUSTPTPN (nightly
      *> monitor), CUSTDUNL and CUSTFCHG.
      *>---------------------------------------------------------------
000010     05 AR-KEY.
000020         10 AR-IDENT PIC 9(7).
000030         10 AR-SET-DATE PIC 9(8).
000040     05 AR-STATUS PIC X.
000050         88 AR-OPEN VALUE "O".
000060         88 AR-BROKEN VALUE "B".
000070         88 AR-COMPLETED VALUE "C".
000080         88 AR-CANCELLED VALUE "X".
000090     05 AR-STATUS-DATE PIC 9(8).
000100     05 AR-COLLECTOR PIC X(8).
000110     05 AR-INSTALLMENT-AMOUNT PIC 9(5)V99.
000120     05 AR-INSTALLMENT-COUNT PIC 9(2).
000130     05 AR-FREQUENCY PIC X.
000140         88 AR-WEEKLY VALUE "W".
000150         88 AR-FORTNIGHTLY VALUE "F".
000160         88 AR-MONTHLY VALUE "M".
000170     05 AR-TOTAL-PAID PIC 9(7)V99.
000180     05 AR-CHECKED-THROUGH PIC 9(8).
000190     05 AR-KEPT-COUNT PIC 9(2).
000200     05 AR-LETTER-SWITCH PIC X.
000210         88 AR-BROKEN-LETTER-DUE VALUE "D".
000220         88 AR-BROKEN-LETTER-SENT VALUE "S".
000230     05 AR-MAINT-DATE PIC 9(8).
000240     05 AR-MAINT-ACTION PIC X.
000250     05 AR-SCHEDULE.
000260         10 AR-INSTALLMENT OCCURS 12 TIMES.
000270             15 AR-DUE-DATE PIC 9(8).
000280             15 AR-DUE-AMOUNT PIC 9(5)V99.
000290             15 AR-INST-STATUS PIC X.
000300                 88 AR-INST-PENDING VALUE "P".
000310                 88 AR-INST-KEPT VALUE "K".
000320                 88 AR-INST-BROKEN VALUE "B".
000330             15 AR-INST-RESOLVED-DATE PIC 9(8).
000340     05 FILLER PIC X(41).
