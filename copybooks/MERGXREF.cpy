      *>---------------------------------------------------------------
      *> MERGXREF - merged-customer cross-reference record layout.
      *> COPY this under a caller-supplied 01 level, e.g.
      *>     01 MERGE-XREF-RECORD.
      *>         COPY MERGXREF.
      *> One record per retired IDENT, keyed on MXR-OLD-IDENT, written
      *> by CUSTMRGE when an operator-approved duplicate pair is merged
      *> and never deleted. MXR-SURVIVOR-IDENT is the customer that
      *> took over the balance. A survivor may itself be merged later,
      *> so readers follow the chain until an IDENT has no record.
      *> The nightly loader posts any late transaction for a retired
      *> IDENT to the end of its chain instead of suspending it;
      *> CUSTDUPS leaves retired IDENTs off the duplicate report.
      *> Shared by CUSTMRGE (writer), MOVE-FEATURE-TEST and CUSTDUPS.
      *>---------------------------------------------------------------
000010     05 MXR-OLD-IDENT PIC 9(7).
000020     05 MXR-SURVIVOR-IDENT PIC 9(7).
000030     05 MXR-MERGE-DATE PIC 9(8).
000040     05 MXR-APPROVED-BY PIC X(8).
000050     05 FILLER PIC X(10).
