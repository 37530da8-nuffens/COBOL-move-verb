      *> traced to the run that made it. AUD-SOURCE says where the
      *> change came from: E = extract maintenance, P = transaction
      *> posting, O = online (CICS) correction, R = archive
      *> reinstatement, W = bad-debt charge-off run, M = duplicate
      *> customer merge. The images are the raw 112-byte CUSTREC
      *> record; adds carry spaces in the before image and deletes
      *> carry spaces in the after image, and a reinstatement carries
      *> spaces in the before image like an add.
      *> A charge-off is a status change (AUD-CHANGE-CHARGE-OFF) and
      *> carries both images. A merge inactivates the retiring IDENT
      *> (AUD-CHANGE-INACTIVATE under AUD-SOURCE-MERGE), both images.
      *> Shared by MOVE-FEATURE-TEST, CUSTINQ, CUSTREIN, CUSTCHOF and
      *> CUSTMRGE (writers) and CUSTAUDP (the audit-print reader).
      *>---------------------------------------------------------------
000010     05 AUD-RUN-DATE PIC 9(8).
000020     05 AUD-IDENT PIC 9(7).
000050         88 AUD-SOURCE-POSTING VALUE "P".
000060         88 AUD-SOURCE-ONLINE VALUE "O".
000065         88 AUD-SOURCE-REINSTATE VALUE "R".
000066         88 AUD-SOURCE-CHARGE-OFF VALUE "W".
000067         88 AUD-SOURCE-MERGE VALUE "M".
000070     05 AUD-CHANGE-TYPE PIC X.
000080         88 AUD-CHANGE-ADD VALUE "A".
000090         88 AUD-CHANGE-UPDATE VALUE "U".
000100         88 AUD-CHANGE-DELETE VALUE "D".
000110         88 AUD-CHANGE-INACTIVATE VALUE "I".
000115         88 AUD-CHANGE-REINSTATE VALUE "R".
000116         88 AUD-CHANGE-CHARGE-OFF VALUE "W".
000120     05 AUD-BEFORE-IMAGE PIC X(112).
000130     05 AUD-AFTER-IMAGE PIC X(112).
