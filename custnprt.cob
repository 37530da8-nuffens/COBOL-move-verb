000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTNPRT.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>CUSTOMER CONTACT NOTES PRINT.
      *>PRINTS ONE CUSTOMER'S CONTACT NOTES FROM
      *>PROD.CUSTOMER.NOTES FOR A DATE RANGE, OLDEST FIRST -
      *>THE AGENT NOTES KEYED ON CNOT AND THE SYSTEM NOTES THE
      *>BATCH JOBS LEAVE (DUNNING LETTERS, FINANCE CHARGES,
      *>PURGE, REINSTATE, DELETE AND INACTIVATE). IT SITS
      *>ALONGSIDE CUSTHRTV: BETWEEN THEM THE SERVICE DESK HAS
      *>BOTH THE MONEY AND THE CONVERSATION FOR A DISPUTE OR A
      *>COMPLAINT. NOTES ARE NEVER PURGED, SO A CUSTOMER NO
      *>LONGER ON THE MASTER STILL PRINTS; THE HEADING THEN
      *>SAYS NOT ON MASTER INSTEAD OF THE NAME.
      *>PARM IS IDENT,FROMDATE,TODATE (YYYYMMDD EACH; EITHER
      *>DATE MAY BE EMPTY OR ZERO FOR OPEN-ENDED).
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS CN-KEY
000120         FILE STATUS IS WS-CUSTNOTE-STATUS.
000130     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS IDENT OF CUSTOMER-MASTER-RECORD
000170         FILE STATUS IS WS-CUSTMAST-STATUS.
000180     SELECT NOTES-PRINT-FILE ASSIGN TO NOTERPT
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-NOTERPT-STATUS.

000210 DATA DIVISION.

000220 FILE SECTION.

000230 FD  CUSTOMER-NOTE-FILE
000240     LABEL RECORDS ARE STANDARD.
000250 01  CUSTOMER-NOTE-RECORD.
000260     COPY CUSTNOTE.

      *>THE MASTER IS READ ONLY FOR THE NAME ON THE HEADING.
000270 FD  CUSTOMER-MASTER-FILE
000280     LABEL RECORDS ARE STANDARD.
000290 01  CUSTOMER-MASTER-RECORD.
000300     COPY CUSTREC.

000310 FD  NOTES-PRINT-FILE
000320     LABEL RECORDS ARE STANDARD.
000330 01  NOTES-PRINT-RECORD PIC X(132).

000340 WORKING-STORAGE SECTION.

000350 01 WS-FILE-STATUS-GROUP.
000360     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
000370        88 CUSTNOTE-OK VALUE "00".
000380     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
000390        88 CUSTMAST-OK VALUE "00".
000400     05 WS-NOTERPT-STATUS PIC XX VALUE "00".
000410        88 NOTERPT-OK VALUE "00".

000420 01 WS-SWITCHES.
000430     05 WS-CUSTNOTE-EOF-SWITCH PIC X VALUE 'N'.
000440        88 CUSTNOTE-AT-END VALUE 'Y'.

000450 01 WS-COUNTS.
000460     05 WS-RECORDS-READ PIC 9(9) VALUE ZERO.
000470     05 WS-RECORDS-PRINTED PIC 9(7) VALUE ZERO.

000480 01 WS-RUN-PARAMETERS.
000490     05 WS-SELECT-IDENT PIC 9(7) VALUE ZERO.
000500     05 WS-FROM-DATE PIC 9(8) VALUE ZERO.
000510     05 WS-TO-DATE PIC 9(8) VALUE 99999999.
000520     05 WS-PARM-IDENT PIC X(7) VALUE SPACES.
000530     05 WS-PARM-FROM-DATE PIC X(8) VALUE SPACES.
000540     05 WS-PARM-TO-DATE PIC X(8) VALUE SPACES.

000550 01 WS-REPORT-WORK.
000560     05 WS-CUSTOMER-NAME PIC X(20) VALUE SPACES.
000570     05 WS-SOURCE-DISPLAY PIC X(6) VALUE SPACES.
000580     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

000590 LINKAGE SECTION.
000600 01 LK-PARM-AREA.
000610     05 LK-PARM-LENGTH PIC S9(4) COMP.
000620     05 LK-PARM-TEXT PIC X(80).

000630 PROCEDURE DIVISION USING LK-PARM-AREA.

000640 0000-MAIN-LOGIC.
000650     PERFORM 1000-INITIALIZE
000660     PERFORM 4000-PRINT-CUSTOMER-NOTES
000670     PERFORM 9000-TERMINATE
000680     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
000690 1000-INITIALIZE.
000700     PERFORM 1100-GET-RUN-PARAMETERS
000710     OPEN OUTPUT NOTES-PRINT-FILE
000720     IF NOT NOTERPT-OK
000730         DISPLAY "NOTES PRINT OPEN FAILED, STATUS="
000740             WS-NOTERPT-STATUS
000750         MOVE 16 TO RETURN-CODE
000760         STOP RUN
000770     END-IF
000780     OPEN INPUT CUSTOMER-NOTE-FILE
000790     IF NOT CUSTNOTE-OK
000800         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
000810             WS-CUSTNOTE-STATUS
000820         MOVE 16 TO RETURN-CODE
000830         STOP RUN
000840     END-IF
000850     OPEN INPUT CUSTOMER-MASTER-FILE
000860     IF NOT CUSTMAST-OK
000870         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
000880             WS-CUSTMAST-STATUS
000890         MOVE 16 TO RETURN-CODE
000900         STOP RUN
000910     END-IF
000920     IF WS-SELECT-IDENT = ZERO
000930         DISPLAY "PARM MUST NAME THE IDENT TO PRINT"
000940         MOVE 16 TO RETURN-CODE
000950         STOP RUN
000960     END-IF
000970     PERFORM 1200-LOOKUP-CUSTOMER-NAME
000980     PERFORM 1400-WRITE-REPORT-HEADERS.

000990 1100-GET-RUN-PARAMETERS.
001000     IF LK-PARM-LENGTH > ZERO
001010         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
001020             DELIMITED BY ","
001030             INTO WS-PARM-IDENT WS-PARM-FROM-DATE
001040                  WS-PARM-TO-DATE
001050         END-UNSTRING
      *>ACCEPT AN OLD-STYLE SHORT IDENT (DIGITS THEN SPACES) THE
      *>SAME WAY CUSTHRTV DOES - RIGHT-JUSTIFY AND ZERO-FILL
      *>BEFORE THE NUMERIC TEST.
001060         IF WS-PARM-IDENT NOT NUMERIC AND
001070            WS-PARM-IDENT(1:3) NUMERIC AND
001080            WS-PARM-IDENT(4:4) = SPACES
001090             MOVE WS-PARM-IDENT(1:3) TO WS-SELECT-IDENT
001100             MOVE WS-SELECT-IDENT TO WS-PARM-IDENT
001110         END-IF
001120         IF WS-PARM-IDENT NUMERIC AND
001130            WS-PARM-IDENT NOT = ZERO
001140             MOVE WS-PARM-IDENT TO WS-SELECT-IDENT
001150         END-IF
001160         IF WS-PARM-FROM-DATE NUMERIC AND
001170            WS-PARM-FROM-DATE NOT = ZERO
001180             MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
001190         END-IF
001200         IF WS-PARM-TO-DATE NUMERIC AND
001210            WS-PARM-TO-DATE NOT = ZERO
001220             MOVE WS-PARM-TO-DATE TO WS-TO-DATE
001230         END-IF
001240     END-IF.

001250 1200-LOOKUP-CUSTOMER-NAME.
001260     MOVE WS-SELECT-IDENT TO IDENT OF CUSTOMER-MASTER-RECORD
001270     READ CUSTOMER-MASTER-FILE
001280         KEY IS IDENT OF CUSTOMER-MASTER-RECORD
001290         INVALID KEY
001300             MOVE "*NOT ON MASTER*" TO WS-CUSTOMER-NAME
001310         NOT INVALID KEY
001320             MOVE CUSTOMNAME OF CUSTOMER-MASTER-RECORD
001330                 TO WS-CUSTOMER-NAME
001340     END-READ.

001350 1400-WRITE-REPORT-HEADERS.
001360     MOVE SPACES TO WS-REPORT-LINE
001370     STRING "CONTACT NOTES - IDENT " WS-SELECT-IDENT
001380         " " WS-CUSTOMER-NAME
001390         " FROM " WS-FROM-DATE " TO " WS-TO-DATE
001400         DELIMITED BY SIZE INTO WS-REPORT-LINE
001410     END-STRING
001420     WRITE NOTES-PRINT-RECORD FROM WS-REPORT-LINE
001430     MOVE SPACES TO WS-REPORT-LINE
001440     STRING "  DATE      TIME    SOURCE  OPERATOR  NOTE"
001450         DELIMITED BY SIZE INTO WS-REPORT-LINE
001460     END-STRING
001470     WRITE NOTES-PRINT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>KEYED PASS OVER THE NOTES. THE KEY IS IDENT, DATE, TIME
      *>AND SEQUENCE, SO STARTING AT IDENT PLUS THE FROM DATE
      *>AND READING FORWARD GIVES THE CUSTOMER'S NOTES OLDEST
      *>FIRST; THE PASS ENDS AT THE NEXT IDENT OR PAST THE TO
      *>DATE.
      *>--------------------------------------------------------
001480 4000-PRINT-CUSTOMER-NOTES.
001490     MOVE WS-SELECT-IDENT TO CN-IDENT
001500     MOVE WS-FROM-DATE TO CN-NOTE-DATE
001510     MOVE ZERO TO CN-NOTE-TIME
001520     MOVE ZERO TO CN-NOTE-SEQ
001530     START CUSTOMER-NOTE-FILE KEY IS NOT LESS THAN CN-KEY
001540         INVALID KEY
001550             SET CUSTNOTE-AT-END TO TRUE
001560     END-START
001570     PERFORM 4100-READ-NEXT-NOTE
001580     PERFORM UNTIL CUSTNOTE-AT-END
001590         PERFORM 4300-PRINT-NOTE-LINE
001600         PERFORM 4100-READ-NEXT-NOTE
001610     END-PERFORM.

001620 4100-READ-NEXT-NOTE.
001630     IF NOT CUSTNOTE-AT-END
001640         READ CUSTOMER-NOTE-FILE NEXT RECORD
001650             AT END
001660                 SET CUSTNOTE-AT-END TO TRUE
001670             NOT AT END
001680                 ADD 1 TO WS-RECORDS-READ
001690                 IF CN-IDENT NOT = WS-SELECT-IDENT OR
001700                    CN-NOTE-DATE > WS-TO-DATE
001710                     SET CUSTNOTE-AT-END TO TRUE
001720                 END-IF
001730         END-READ
001740     END-IF.

      *>--------------------------------------------------------
      *>ONE NOTE LINE. SOURCE IS AGENT FOR A NOTE KEYED ON CNOT
      *>(OPERATOR IS THE CICS USER ID) AND SYSTEM FOR A NOTE A
      *>BATCH JOB LEFT (OPERATOR IS THE PROGRAM NAME).
      *>--------------------------------------------------------
001750 4300-PRINT-NOTE-LINE.
001760     IF CN-OPERATOR-NOTE
001770         MOVE "AGENT " TO WS-SOURCE-DISPLAY
001780     ELSE
001790         MOVE "SYSTEM" TO WS-SOURCE-DISPLAY
001800     END-IF
001810     MOVE SPACES TO WS-REPORT-LINE
001820     STRING "  " CN-NOTE-DATE "  " CN-NOTE-TIME "  "
001830         WS-SOURCE-DISPLAY "  " CN-OPERATOR "  " CN-NOTE-TEXT
001840         DELIMITED BY SIZE INTO WS-REPORT-LINE
001850     END-STRING
001860     WRITE NOTES-PRINT-RECORD FROM WS-REPORT-LINE
001870     ADD 1 TO WS-RECORDS-PRINTED.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
001880 9000-TERMINATE.
001890     IF WS-RECORDS-PRINTED = ZERO
001900         MOVE SPACES TO WS-REPORT-LINE
001910         STRING "  NO CONTACT NOTES IN RANGE"
001920             DELIMITED BY SIZE INTO WS-REPORT-LINE
001930         END-STRING
001940         WRITE NOTES-PRINT-RECORD FROM WS-REPORT-LINE
001950     END-IF
001960     CLOSE CUSTOMER-NOTE-FILE
001970     CLOSE CUSTOMER-MASTER-FILE
001980     CLOSE NOTES-PRINT-FILE
001990     DISPLAY "NOTE RECORDS READ:    " WS-RECORDS-READ
002000     DISPLAY "LINES PRINTED:        " WS-RECORDS-PRINTED.
