      *>---------------------------------------------------------------
      *> CUSTNOTE - customer contact note record layout.
      *> COPY this under a caller-supplied 01 level, e.g.
      *>     01 CUSTOMER-NOTE-RECORD.
      *>         COPY CUSTNOTE.
      *> One record per note on PROD.CUSTOMER.NOTES (KSDS, key 24 at
      *> offset 0, record size 120), keyed on IDENT, the date and
      *> time the note was taken, and a sequence that only separates
      *> notes for one customer stamped in the same second. Notes
      *> are never changed or deleted once written.
      *> CN-NOTE-KIND O is a note keyed by a service desk agent on
      *> CNOT; CN-OPERATOR is then the CICS user ID. Kind S is a
      *> system note written by a batch job (dunning letter, finance
      *> charge, purge, reinstatement, delete or inactivate); the
      *> operator is the program name and the stamp is the run date
      *> with the time the job started.
      *> CN-NOTE-STAMP lets a reader compare or bound the date, time
      *> and sequence together as one 17-digit number.
      *> Shared by CUSTNOTS (online add/browse), CUSTNPRT (print),
      *> CUSTDUNL, CUSTFCHG, CUSTPURG, CUSTREIN, the loader and the
      *> promise-to-pay programs CUSTPTPM and CUSTPTPN.
      *>---------------------------------------------------------------
000010     05 CN-KEY.
000020         10 CN-IDENT PIC 9(7).
000030         10 CN-NOTE-STAMP.
000040             15 CN-NOTE-DATE PIC 9(8).
000050             15 CN-NOTE-TIME PIC 9(6).
000060             15 CN-NOTE-SEQ PIC 9(3).
000070         10 CN-NOTE-STAMP-NUM REDEFINES CN-NOTE-STAMP
000080             PIC 9(17).
000090     05 CN-NOTE-KIND PIC X.
000100        88 CN-OPERATOR-NOTE VALUE "O".
000110        88 CN-SYSTEM-NOTE VALUE "S".
000120     05 CN-OPERATOR PIC X(8).
000130     05 CN-NOTE-TEXT PIC X(70).
000140     05 FILLER PIC X(17).
