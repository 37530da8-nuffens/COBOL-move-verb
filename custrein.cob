      *>REINSTATE REPORT SHOWS EXACTLY WHAT CAME BACK, SO A
      *>RETURNING CUSTOMER POSTS AGAIN THE VERY NEXT NIGHT
      *>INSTEAD OF CYCLING THROUGH SUSPENSE.
      *>THE REINSTATEMENT IS ALSO RECORDED AS A SYSTEM NOTE IN
      *>THE CUSTOMER'S CONTACT NOTES (CNOT).
      *>AN IDENT ALREADY ON THE MASTER IS LEFT ALONE (RC=4);
      *>AN IDENT NOT ON ANY ARCHIVE GENERATION ENDS RC=8.
      *>PARM IS IDENT,RUNDATE (RUNDATE DEFAULTS TO THE SYSTEM
000190     SELECT REINSTATE-REPORT-FILE ASSIGN TO REINRPT
000200         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-REINRPT-STATUS.
000211     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000212         ORGANIZATION IS INDEXED
000213         ACCESS MODE IS DYNAMIC
000214         RECORD KEY IS CN-KEY
000215         FILE STATUS IS WS-CUSTNOTE-STATUS.

000220 DATA DIVISION.

000380     LABEL RECORDS ARE STANDARD.
000390 01  REINSTATE-REPORT-RECORD PIC X(132).

      *>CUSTOMER CONTACT NOTES - ONE SYSTEM NOTE PER REINSTATE.
000392 FD  CUSTOMER-NOTE-FILE
000394     LABEL RECORDS ARE STANDARD.
000396 01  CUSTOMER-NOTE-RECORD.
000398     COPY CUSTNOTE.

000400 WORKING-STORAGE SECTION.

000410 01 WS-FILE-STATUS-GROUP.
000470        88 AUDFILE-OK VALUE "00".
000480     05 WS-REINRPT-STATUS PIC XX VALUE "00".
000490        88 REINRPT-OK VALUE "00".
000492     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
000494        88 CUSTNOTE-OK VALUE "00".
000496        88 CUSTNOTE-DUPLICATE VALUE "22".
000498        88 CUSTNOTE-NOT-FOUND VALUE "35".

000500 01 WS-SWITCHES.
000510     05 WS-ARCHIVE-EOF-SWITCH PIC X VALUE 'N'.
000540        88 ARCHIVE-IMAGE-FOUND VALUE 'Y'.
000550     05 WS-ON-MASTER-SWITCH PIC X VALUE 'N'.
000560        88 IDENT-ON-MASTER VALUE 'Y'.
000563     05 WS-NOTE-DONE-SWITCH PIC X VALUE 'N'.
000566        88 NOTE-WRITE-DONE VALUE 'Y'.

000570 01 WS-COUNTS.
000580     05 WS-ARCHIVE-RECORDS-READ PIC 9(9) VALUE ZERO.
000590     05 WS-IMAGES-FOR-IDENT PIC 9(7) VALUE ZERO.
000593     05 WS-NOTES-WRITTEN PIC 9(7) VALUE ZERO.
000596     05 WS-NOTES-FAILED PIC 9(7) VALUE ZERO.

000600 01 WS-RUN-PARAMETERS.
000610     05 WS-SELECT-IDENT PIC 9(7) VALUE ZERO.
000770     05 WS-FORMATTED-DOB PIC X(10) VALUE SPACES.
000780     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

      *>SYSTEM NOTES ON PROD.CUSTOMER.NOTES ARE STAMPED WITH THE
      *>RUN DATE AND THE TIME THIS JOB STARTED.
000782 01 WS-NOTE-WORK.
000784     05 WS-NOTE-START-TIME PIC 9(8) VALUE ZERO.
000786     05 WS-NOTE-TEXT PIC X(70) VALUE SPACES.

000790 LINKAGE SECTION.
000800 01 LK-PARM-AREA.
000810     05 LK-PARM-LENGTH PIC S9(4) COMP.
001220         MOVE 16 TO RETURN-CODE
001230         STOP RUN
001240     END-IF
001245     PERFORM 1300-OPEN-CUSTOMER-NOTES
001250     PERFORM 1400-WRITE-REPORT-HEADERS.

001260 1100-GET-RUN-PARAMETERS.
001350         IF WS-PARM-RUN-DATE NUMERIC AND
001360            WS-PARM-RUN-DATE NOT = ZERO
001370             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001371         END-IF
001372     END-IF.

001373 1300-OPEN-CUSTOMER-NOTES.
001374     ACCEPT WS-NOTE-START-TIME FROM TIME
001375     OPEN I-O CUSTOMER-NOTE-FILE
001376     IF CUSTNOTE-NOT-FOUND
001377         OPEN OUTPUT CUSTOMER-NOTE-FILE
001378         CLOSE CUSTOMER-NOTE-FILE
001379         OPEN I-O CUSTOMER-NOTE-FILE
001380     END-IF
001381     IF NOT CUSTNOTE-OK
001382         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
001383             WS-CUSTNOTE-STATUS
001384         MOVE 16 TO RETURN-CODE
001385         STOP RUN
001390     END-IF.

001400 1400-WRITE-REPORT-HEADERS.
002210             MOVE WS-CUSTOMER-RECORD TO WS-AFTER-IMAGE
002220             PERFORM 5300-WRITE-AUDIT-RECORD
002230             PERFORM 5400-WRITE-REINSTATE-REPORT
002235             PERFORM 5500-NOTE-CUSTOMER-REINSTATED
002240     END-WRITE.

      *>--------------------------------------------------------
002650     END-STRING
002660     WRITE REINSTATE-REPORT-RECORD FROM WS-REPORT-LINE
002670     MOVE SPACES TO WS-REPORT-LINE
002671     STRING "  STATUS ACTIVE AS OF " WS-RUN-DATE
002672         DELIMITED BY SIZE INTO WS-REPORT-LINE
002673     END-STRING
002674     WRITE REINSTATE-REPORT-RECORD FROM WS-REPORT-LINE.

002675 5500-NOTE-CUSTOMER-REINSTATED.
002676     MOVE SPACES TO WS-NOTE-TEXT
002677     STRING "REINSTATED FROM ARCHIVE TO MASTER - PURGED "
002678         WS-KEPT-PURGE-DATE
002679         ", STATUS NOW ACTIVE"
002680         DELIMITED BY SIZE INTO WS-NOTE-TEXT
002681     END-STRING
002682     PERFORM 8000-WRITE-SYSTEM-NOTE.

      *>--------------------------------------------------------
      *>SYSTEM NOTE FOR THE CUSTOMER IN HAND. A DUPLICATE KEY
      *>TAKES THE NEXT SEQUENCE; ANY OTHER NOTES FILE PROBLEM IS
      *>REPORTED AND COUNTED BUT NEVER STOPS THE RUN -
      *>THE MASTER RECORD IS ALREADY BACK.
      *>--------------------------------------------------------
002683 8000-WRITE-SYSTEM-NOTE.
002684     MOVE SPACES TO CUSTOMER-NOTE-RECORD
002685     MOVE WS-SELECT-IDENT TO CN-IDENT
002686     MOVE WS-RUN-DATE TO CN-NOTE-DATE
002687     MOVE WS-NOTE-START-TIME (1:6) TO CN-NOTE-TIME
002688     MOVE 1 TO CN-NOTE-SEQ
002689     SET CN-SYSTEM-NOTE TO TRUE
002690     MOVE "CUSTREIN" TO CN-OPERATOR
002691     MOVE WS-NOTE-TEXT TO CN-NOTE-TEXT
002692     MOVE 'N' TO WS-NOTE-DONE-SWITCH
002693     PERFORM 8100-TRY-NOTE-KEY
002694         UNTIL NOTE-WRITE-DONE.

002695 8100-TRY-NOTE-KEY.
002696     WRITE CUSTOMER-NOTE-RECORD
002697         INVALID KEY
002698             CONTINUE
002699     END-WRITE
002700     EVALUATE TRUE
002701         WHEN CUSTNOTE-OK
002702             ADD 1 TO WS-NOTES-WRITTEN
002703             SET NOTE-WRITE-DONE TO TRUE
002704         WHEN CUSTNOTE-DUPLICATE AND CN-NOTE-SEQ < 999
002705             ADD 1 TO CN-NOTE-SEQ
002706         WHEN OTHER
002707             DISPLAY "CUSTOMER NOTE WRITE FAILED FOR IDENT "
002708                 CN-IDENT " STATUS=" WS-CUSTNOTE-STATUS
002709             ADD 1 TO WS-NOTES-FAILED
002710             SET NOTE-WRITE-DONE TO TRUE
002711     END-EVALUATE.

      *>--------------------------------------------------------
      *>TERMINATION
002740     CLOSE CUSTOMER-MASTER-FILE
002750     CLOSE AUDIT-FILE
002760     CLOSE REINSTATE-REPORT-FILE
002765     CLOSE CUSTOMER-NOTE-FILE
002770     DISPLAY "ARCHIVE RECORDS READ: "
002780         WS-ARCHIVE-RECORDS-READ
002790     DISPLAY "IMAGES FOR IDENT:     " WS-IMAGES-FOR-IDENT
002793     DISPLAY "NOTES WRITTEN:        " WS-NOTES-WRITTEN
002796     DISPLAY "NOTES FAILED:         " WS-NOTES-FAILED
002800     IF ARCHIVE-IMAGE-FOUND
002810         DISPLAY "LATEST PURGE DATE:    " WS-KEPT-PURGE-DATE
002820     END-IF.
