      *>---------------------------------------------------------------
      *> ARRACTV - daily arrangement activity record layout.
      *> COPY this under a caller-supplied 01 level, e.g.
      *>     01 ARRANGEMENT-ACTIVITY-RECORD.
      *>         COPY ARRACTV.
      *> One 100-byte record per plan the nightly monitor reports on:
      *> every plan still open after the run, and every plan broken,
      *> completed or cancelled on the run date. AA-RESULT carries
      *> the plan's AR-STATUS after the run. The amounts are the
      *> plan's totals to date; the TODAY fields are what this run
      *> saw. For a broken plan AA-BROKEN-DUE-DATE and AA-SHORTFALL
      *> are the installment that broke it and how far short the
      *> payments were. The job sorts the file on collector and
      *> IDENT (columns 1-15) for the report.
      *> Shared by CUSTPTPN (writer) and CUSTPTPR (report).
      *>---------------------------------------------------------------
000010     05 AA-COLLECTOR PIC X(8).
000020     05 AA-IDENT PIC 9(7).
000030     05 AA-SET-DATE PIC 9(8).
000040     05 AA-RESULT PIC X.
000050         88 AA-PLAN-CURRENT VALUE "O".
000060         88 AA-PLAN-BROKEN VALUE "B".
000070         88 AA-PLAN-COMPLETED VALUE "C".
000080         88 AA-PLAN-CANCELLED VALUE "X".
000090     05 AA-INSTALLMENT-AMOUNT PIC 9(5)V99.
000100     05 AA-INSTALLMENT-COUNT PIC 9(2).
000110     05 AA-KEPT-COUNT PIC 9(2).
000120     05 AA-KEPT-TODAY PIC 9(2).
000130     05 AA-PROMISED-TOTAL PIC 9(7)V99.
000140     05 AA-TOTAL-PAID PIC 9(7)V99.
000150     05 AA-PAID-TODAY PIC S9(7)V99.
000160     05 AA-NEXT-DUE-DATE PIC 9(8).
000170     05 AA-BROKEN-DUE-DATE PIC 9(8).
000180     05 AA-SHORTFALL PIC 9(7)V99.
000190     05 FILLER PIC X(11).
