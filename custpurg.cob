      *>INACTIVE, CARRY A ZERO BALANCE, AND WHOSE STATUS DATE IS
      *>OLDER THAN THE CUTOFF DATE, COPIES THEM TO THE ARCHIVE
      *>FILE FOR AUDIT RETENTION, AND DELETES THEM FROM THE LIVE
      *>MASTER. EACH PURGE ADDS A SYSTEM NOTE TO THE CUSTOMER'S
      *>CONTACT NOTES (CNOT), WHICH OUTLIVE THE MASTER RECORD.
      *>PARM IS RUNDATE,CUTOFFDATE (YYYYMMDD EACH); THE
      *>CUTOFF DEFAULTS TO TWO YEARS BEFORE THE RUN DATE.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.
000160     SELECT PURGE-REPORT-FILE ASSIGN TO PURGRPT
000170         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS WS-PURGRPT-STATUS.
000181     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000182         ORGANIZATION IS INDEXED
000183         ACCESS MODE IS DYNAMIC
000184         RECORD KEY IS CN-KEY
000185         FILE STATUS IS WS-CUSTNOTE-STATUS.

000190 DATA DIVISION.

000310     LABEL RECORDS ARE STANDARD.
000320 01  PURGE-REPORT-RECORD PIC X(132).

      *>CUSTOMER CONTACT NOTES - ONE SYSTEM NOTE PER PURGE.
000322 FD  CUSTOMER-NOTE-FILE
000324     LABEL RECORDS ARE STANDARD.
000326 01  CUSTOMER-NOTE-RECORD.
000328     COPY CUSTNOTE.

000330 WORKING-STORAGE SECTION.

000340 01 WS-FILE-STATUS-GROUP.
000390        88 ARCHIVE-OK VALUE "00".
000400     05 WS-PURGRPT-STATUS PIC XX VALUE "00".
000410        88 PURGRPT-OK VALUE "00".
000412     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
000414        88 CUSTNOTE-OK VALUE "00".
000416        88 CUSTNOTE-DUPLICATE VALUE "22".
000418        88 CUSTNOTE-NOT-FOUND VALUE "35".

000420 01 WS-SWITCHES.
000430     05 WS-CUSTMAST-EOF-SWITCH PIC X VALUE 'N'.
000440        88 CUSTMAST-AT-END VALUE 'Y'.
000443     05 WS-NOTE-DONE-SWITCH PIC X VALUE 'N'.
000446        88 NOTE-WRITE-DONE VALUE 'Y'.

000450 01 WS-COUNTS.
000460     05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
000470     05 WS-RECORDS-PURGED PIC 9(7) VALUE ZERO.
000480     05 WS-RECORDS-RETAINED PIC 9(7) VALUE ZERO.
000483     05 WS-NOTES-WRITTEN PIC 9(7) VALUE ZERO.
000486     05 WS-NOTES-FAILED PIC 9(7) VALUE ZERO.

000490 01 WS-RUN-PARAMETERS.
000500     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000650     05 WS-BALANCE-DISPLAY PIC -(6)9.99.
000660     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

      *>SYSTEM NOTES ON PROD.CUSTOMER.NOTES ARE STAMPED WITH THE
      *>RUN DATE AND THE TIME THIS JOB STARTED.
000662 01 WS-NOTE-WORK.
000664     05 WS-NOTE-START-TIME PIC 9(8) VALUE ZERO.
000666     05 WS-NOTE-TEXT PIC X(70) VALUE SPACES.

000670 LINKAGE SECTION.
000680 01 LK-PARM-AREA.
000690     05 LK-PARM-LENGTH PIC S9(4) COMP.
000970         MOVE 16 TO RETURN-CODE
000980         STOP RUN
000990     END-IF
000995     PERFORM 1300-OPEN-CUSTOMER-NOTES
001000     PERFORM 1400-WRITE-REPORT-HEADERS.

001010 1100-GET-RUN-PARAMETERS.
001160         MOVE WS-PARM-CUTOFF-DATE TO WS-CUTOFF-DATE
001170     ELSE
001180         MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
001181         COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - 2
001182     END-IF.

001183 1300-OPEN-CUSTOMER-NOTES.
001184     ACCEPT WS-NOTE-START-TIME FROM TIME
001185     OPEN I-O CUSTOMER-NOTE-FILE
001186     IF CUSTNOTE-NOT-FOUND
001187         OPEN OUTPUT CUSTOMER-NOTE-FILE
001188         CLOSE CUSTOMER-NOTE-FILE
001189         OPEN I-O CUSTOMER-NOTE-FILE
001190     END-IF
001191     IF NOT CUSTNOTE-OK
001192         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
001193             WS-CUSTNOTE-STATUS
001194         MOVE 16 TO RETURN-CODE
001195         STOP RUN
001200     END-IF.

001210 1400-WRITE-REPORT-HEADERS.
001790         NOT INVALID KEY
001800             ADD 1 TO WS-RECORDS-PURGED
001810             PERFORM 4400-WRITE-PURGE-REPORT-LINE
001815             PERFORM 4500-NOTE-CUSTOMER-PURGED
001820     END-DELETE.

001830 4400-WRITE-PURGE-REPORT-LINE.
001870     STRING IDENT OF CUSTOMER-MASTER-RECORD " "
001880         CUSTOMNAME OF CUSTOMER-MASTER-RECORD " "
001890         CUST-STATUS-DATE OF CUSTOMER-MASTER-RECORD
001891         "    " WS-BALANCE-DISPLAY
001892         DELIMITED BY SIZE INTO WS-REPORT-LINE
001893     END-STRING
001894     WRITE PURGE-REPORT-RECORD FROM WS-REPORT-LINE.

001895 4500-NOTE-CUSTOMER-PURGED.
001896     MOVE SPACES TO WS-NOTE-TEXT
001897     STRING "PURGED FROM MASTER TO ARCHIVE - INACTIVE SINCE "
001898         CUST-STATUS-DATE OF CUSTOMER-MASTER-RECORD
001899         ", ZERO BALANCE"
001900         DELIMITED BY SIZE INTO WS-NOTE-TEXT
001901     END-STRING
001902     PERFORM 8000-WRITE-SYSTEM-NOTE.

      *>--------------------------------------------------------
      *>SYSTEM NOTE FOR THE CUSTOMER IN HAND. A DUPLICATE KEY
      *>TAKES THE NEXT SEQUENCE; ANY OTHER NOTES FILE PROBLEM IS
      *>REPORTED AND COUNTED BUT NEVER STOPS THE RUN -
      *>THE ARCHIVE COPY IS THE RECORD THAT MATTERS.
      *>--------------------------------------------------------
001903 8000-WRITE-SYSTEM-NOTE.
001904     MOVE SPACES TO CUSTOMER-NOTE-RECORD
001905     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO CN-IDENT
001906     MOVE WS-RUN-DATE TO CN-NOTE-DATE
001907     MOVE WS-NOTE-START-TIME (1:6) TO CN-NOTE-TIME
001908     MOVE 1 TO CN-NOTE-SEQ
001909     SET CN-SYSTEM-NOTE TO TRUE
001910     MOVE "CUSTPURG" TO CN-OPERATOR
001911     MOVE WS-NOTE-TEXT TO CN-NOTE-TEXT
001912     MOVE 'N' TO WS-NOTE-DONE-SWITCH
001913     PERFORM 8100-TRY-NOTE-KEY
001914         UNTIL NOTE-WRITE-DONE.

001915 8100-TRY-NOTE-KEY.
001916     WRITE CUSTOMER-NOTE-RECORD
001917         INVALID KEY
001918             CONTINUE
001919     END-WRITE
001920     EVALUATE TRUE
001921         WHEN CUSTNOTE-OK
001922             ADD 1 TO WS-NOTES-WRITTEN
001923             SET NOTE-WRITE-DONE TO TRUE
001924         WHEN CUSTNOTE-DUPLICATE AND CN-NOTE-SEQ < 999
001925             ADD 1 TO CN-NOTE-SEQ
001926         WHEN OTHER
001927             DISPLAY "CUSTOMER NOTE WRITE FAILED FOR IDENT "
001928                 CN-IDENT " STATUS=" WS-CUSTNOTE-STATUS
001929             ADD 1 TO WS-NOTES-FAILED
001930             SET NOTE-WRITE-DONE TO TRUE
001931     END-EVALUATE.

      *>--------------------------------------------------------
      *>TERMINATION
002010     CLOSE CUSTOMER-MASTER-FILE
002020     CLOSE CUSTOMER-ARCHIVE-FILE
002030     CLOSE PURGE-REPORT-FILE
002035     CLOSE CUSTOMER-NOTE-FILE
002040     DISPLAY "CUSTOMERS READ:     " WS-RECORDS-READ
002050     DISPLAY "CUSTOMERS PURGED:   " WS-RECORDS-PURGED
002060     DISPLAY "CUSTOMERS RETAINED: " WS-RECORDS-RETAINED
002070     DISPLAY "NOTES WRITTEN:      " WS-NOTES-WRITTEN
002080     DISPLAY "NOTES FAILED:       " WS-NOTES-FAILED.
