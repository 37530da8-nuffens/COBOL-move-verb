000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTPTPR.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>DAILY PROMISE-TO-PAY REPORT BY COLLECTOR.
      *>READS THE ARRANGEMENT ACTIVITY CUSTPTPN WROTE TONIGHT,
      *>SORTED ON COLLECTOR AND IDENT, AND LISTS EVERY PLAN
      *>UNDER ITS COLLECTOR AS ONE OF:
      *>  KEPT      - OPEN, AND AN INSTALLMENT WAS KEPT TONIGHT
      *>  CURRENT   - OPEN, NOTHING FELL DUE UNPAID
      *>  BROKEN    - BROKEN TONIGHT; THE INSTALLMENT THAT BROKE
      *>              IT AND THE SHORTFALL ARE SHOWN
      *>  COMPLETED - EVERY INSTALLMENT KEPT, CLOSED TONIGHT
      *>  CANCELLED - CANCELLED BY A COLLECTOR TODAY
      *>EACH COLLECTOR ENDS WITH COUNTS AND AMOUNTS FOR EACH
      *>RESULT - MONEY PAID TONIGHT ON KEPT PLANS, PROMISES STILL
      *>OUTSTANDING ON OPEN PLANS, SHORTFALL ON BROKEN PLANS AND
      *>TOTAL COLLECTED ON COMPLETED PLANS - AND THE SAME TOTALS
      *>FOR ALL COLLECTORS CLOSE THE REPORT.
      *>PARM IS THE RUN DATE (YYYYMMDD), FOR THE HEADING ONLY.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT ARRANGEMENT-ACTIVITY-FILE ASSIGN TO ARRSORT
000090         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-ARRSORT-STATUS.
000110     SELECT ARRANGEMENT-REPORT-FILE ASSIGN TO ARRRPT
000120         ORGANIZATION IS SEQUENTIAL
000130         FILE STATUS IS WS-ARRRPT-STATUS.

000140 DATA DIVISION.

000150 FILE SECTION.

000160 FD  ARRANGEMENT-ACTIVITY-FILE
000170     LABEL RECORDS ARE STANDARD.
000180 01  ARRANGEMENT-ACTIVITY-RECORD.
000190     COPY ARRACTV.

000200 FD  ARRANGEMENT-REPORT-FILE
000210     LABEL RECORDS ARE STANDARD.
000220 01  ARRANGEMENT-REPORT-RECORD PIC X(132).

000230 WORKING-STORAGE SECTION.

000240 01 WS-FILE-STATUS-GROUP.
000250     05 WS-ARRSORT-STATUS PIC XX VALUE "00".
000260        88 ARRSORT-OK VALUE "00".
000270     05 WS-ARRRPT-STATUS PIC XX VALUE "00".
000280        88 ARRRPT-OK VALUE "00".

000290 01 WS-SWITCHES.
000300     05 WS-INPUT-EOF-SWITCH PIC X VALUE 'N'.
000310        88 INPUT-AT-END VALUE 'Y'.

000320 01 WS-COUNTS.
000330     05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
000340     05 WS-COLLECTORS-LISTED PIC 9(5) VALUE ZERO.

000350 01 WS-RUN-PARAMETERS.
000360     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000370     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.

000380 01 WS-CURRENT-DATE-FIELDS.
000390     05 WS-SYSTEM-DATE PIC 9(8).

      *>--------------------------------------------------------
      *>TOTALS BY RESULT. ENTRY 1 IS THE COLLECTOR IN HAND,
      *>ENTRY 2 THE WHOLE REPORT.
      *>--------------------------------------------------------
000400 01 WS-TOTALS-TABLE.
000410     05 WS-TOTALS OCCURS 2 TIMES.
000420         10 WS-TOT-PLANS PIC 9(7).
000430         10 WS-TOT-KEPT-PLANS PIC 9(7).
000440         10 WS-TOT-KEPT-INSTALLMENTS PIC 9(7).
000450         10 WS-TOT-PAID-TODAY PIC S9(9)V99.
000460         10 WS-TOT-CURRENT-PLANS PIC 9(7).
000470         10 WS-TOT-OUTSTANDING PIC 9(9)V99.
000480         10 WS-TOT-BROKEN-PLANS PIC 9(7).
000490         10 WS-TOT-SHORTFALL PIC 9(9)V99.
000500         10 WS-TOT-COMPLETED-PLANS PIC 9(7).
000510         10 WS-TOT-COMPLETED-PAID PIC 9(9)V99.
000520         10 WS-TOT-CANCELLED-PLANS PIC 9(7).

000530 01 WS-BREAK-WORK.
000540     05 WS-CURRENT-COLLECTOR PIC X(8) VALUE SPACES.
000550     05 WS-TOT-SUB PIC 9 VALUE ZERO.
000560     05 WS-TOTALS-TITLE PIC X(30) VALUE SPACES.

000570 01 WS-REPORT-WORK.
000580     05 WS-RESULT-TEXT PIC X(9) VALUE SPACES.
000590     05 WS-DUE-DATE-TEXT PIC X(8) VALUE SPACES.
000600     05 WS-OUTSTANDING PIC 9(7)V99 VALUE ZERO.
000610     05 WS-INSTALLMENT-DISPLAY PIC ZZZZ9.99.
000620     05 WS-PAID-TODAY-DISPLAY PIC -(7)9.99.
000630     05 WS-TOTAL-PAID-DISPLAY PIC Z(6)9.99.
000640     05 WS-PROMISED-DISPLAY PIC Z(6)9.99.
000650     05 WS-SHORTFALL-DISPLAY PIC Z(6)9.99.
000655     05 WS-SHORTFALL-TEXT PIC X(10) VALUE SPACES.
000660     05 WS-COUNT-DISPLAY PIC Z(6)9.
000670     05 WS-TOTAL-DISPLAY PIC -(9)9.99.
000680     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

000690 LINKAGE SECTION.
000700 01 LK-PARM-AREA.
000710     05 LK-PARM-LENGTH PIC S9(4) COMP.
000720     05 LK-PARM-TEXT PIC X(80).

000730 PROCEDURE DIVISION USING LK-PARM-AREA.

000740 0000-MAIN-LOGIC.
000750     PERFORM 1000-INITIALIZE
000760     PERFORM 2000-LIST-ARRANGEMENTS
000770     PERFORM 9000-TERMINATE
000780     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
000790 1000-INITIALIZE.
000800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
000810     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
000820     IF LK-PARM-LENGTH > ZERO
000830         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
000840             DELIMITED BY ","
000850             INTO WS-PARM-RUN-DATE
000860         END-UNSTRING
000870         IF WS-PARM-RUN-DATE NUMERIC AND
000880            WS-PARM-RUN-DATE NOT = ZERO
000890             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
000900         END-IF
000910     END-IF
000920     OPEN OUTPUT ARRANGEMENT-REPORT-FILE
000930     IF NOT ARRRPT-OK
000940         DISPLAY "ARRANGEMENT REPORT OPEN FAILED, STATUS="
000950             WS-ARRRPT-STATUS
000960         MOVE 16 TO RETURN-CODE
000970         STOP RUN
000980     END-IF
000990     OPEN INPUT ARRANGEMENT-ACTIVITY-FILE
001000     IF NOT ARRSORT-OK
001010         DISPLAY "ARRANGEMENT ACTIVITY OPEN FAILED, STATUS="
001020             WS-ARRSORT-STATUS
001030         MOVE 16 TO RETURN-CODE
001040         STOP RUN
001050     END-IF
001060     INITIALIZE WS-TOTALS-TABLE
001070     MOVE SPACES TO WS-REPORT-LINE
001080     STRING "PROMISE-TO-PAY ARRANGEMENTS BY COLLECTOR - RUN DATE "
001090         WS-RUN-DATE
001100         DELIMITED BY SIZE INTO WS-REPORT-LINE
001110     END-STRING
001120     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>ONE LINE PER PLAN, A BREAK ON EVERY NEW COLLECTOR
      *>--------------------------------------------------------
001130 2000-LIST-ARRANGEMENTS.
001140     PERFORM 2100-READ-NEXT-ACTIVITY
001150     PERFORM UNTIL INPUT-AT-END
001160         ADD 1 TO WS-RECORDS-READ
001170         IF AA-COLLECTOR NOT = WS-CURRENT-COLLECTOR OR
001180            WS-RECORDS-READ = 1
001190             IF WS-RECORDS-READ > 1
001200                 PERFORM 4000-CLOSE-COLLECTOR
001210             END-IF
001220             PERFORM 3000-START-COLLECTOR
001230         END-IF
001240         PERFORM 3100-CLASSIFY-PLAN
001250         PERFORM 3200-WRITE-PLAN-LINE
001260         PERFORM 2100-READ-NEXT-ACTIVITY
001270     END-PERFORM
001280     IF WS-RECORDS-READ > ZERO
001290         PERFORM 4000-CLOSE-COLLECTOR
001300     END-IF.

001310 2100-READ-NEXT-ACTIVITY.
001320     IF NOT INPUT-AT-END
001330         READ ARRANGEMENT-ACTIVITY-FILE
001340             AT END
001350                 SET INPUT-AT-END TO TRUE
001360         END-READ
001370     END-IF.

001380 3000-START-COLLECTOR.
001390     MOVE AA-COLLECTOR TO WS-CURRENT-COLLECTOR
001400     ADD 1 TO WS-COLLECTORS-LISTED
001410     INITIALIZE WS-TOTALS (1)
001420     MOVE SPACES TO WS-REPORT-LINE
001430     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
001440     STRING "*** COLLECTOR " WS-CURRENT-COLLECTOR " ***"
001450         DELIMITED BY SIZE INTO WS-REPORT-LINE
001460     END-STRING
001470     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
001480     MOVE SPACES TO WS-REPORT-LINE
001490     STRING "  IDENT    SET UP    RESULT      INSTALLMENT"
001500         "  KEPT    PAID TODAY   TOTAL PAID"
001510         "     PROMISED  DUE DATE     SHORTFALL"
001520         DELIMITED BY SIZE INTO WS-REPORT-LINE
001530     END-STRING
001540     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>RESULT OF THE PLAN, ADDED INTO THE COLLECTOR AND REPORT
      *>TOTALS. THE DUE DATE SHOWN IS THE NEXT ONE FOR AN OPEN
      *>PLAN AND THE ONE MISSED FOR A BROKEN PLAN.
      *>--------------------------------------------------------
001550 3100-CLASSIFY-PLAN.
001560     MOVE SPACES TO WS-DUE-DATE-TEXT
001570     PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
001580             UNTIL WS-TOT-SUB > 2
001590         ADD 1 TO WS-TOT-PLANS (WS-TOT-SUB)
001600         ADD AA-PAID-TODAY TO WS-TOT-PAID-TODAY (WS-TOT-SUB)
001610         ADD AA-KEPT-TODAY
001620             TO WS-TOT-KEPT-INSTALLMENTS (WS-TOT-SUB)
001630     END-PERFORM
001640     EVALUATE TRUE
001650         WHEN AA-PLAN-CURRENT
001660             IF AA-KEPT-TODAY > ZERO
001670                 MOVE "KEPT" TO WS-RESULT-TEXT
001680             ELSE
001690                 MOVE "CURRENT" TO WS-RESULT-TEXT
001700             END-IF
001710             MOVE AA-NEXT-DUE-DATE TO WS-DUE-DATE-TEXT
001720             MOVE ZERO TO WS-OUTSTANDING
001730             IF AA-PROMISED-TOTAL > AA-TOTAL-PAID
001740                 COMPUTE WS-OUTSTANDING =
001750                     AA-PROMISED-TOTAL - AA-TOTAL-PAID
001760             END-IF
001770             PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
001780                     UNTIL WS-TOT-SUB > 2
001790                 IF AA-KEPT-TODAY > ZERO
001800                     ADD 1 TO WS-TOT-KEPT-PLANS (WS-TOT-SUB)
001810                 ELSE
001820                     ADD 1 TO WS-TOT-CURRENT-PLANS (WS-TOT-SUB)
001830                 END-IF
001840                 ADD WS-OUTSTANDING
001850                     TO WS-TOT-OUTSTANDING (WS-TOT-SUB)
001860             END-PERFORM
001870         WHEN AA-PLAN-BROKEN
001880             MOVE "BROKEN" TO WS-RESULT-TEXT
001890             MOVE AA-BROKEN-DUE-DATE TO WS-DUE-DATE-TEXT
001900             PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
001910                     UNTIL WS-TOT-SUB > 2
001920                 ADD 1 TO WS-TOT-BROKEN-PLANS (WS-TOT-SUB)
001930                 ADD AA-SHORTFALL TO WS-TOT-SHORTFALL (WS-TOT-SUB)
001940             END-PERFORM
001950         WHEN AA-PLAN-COMPLETED
001960             MOVE "COMPLETED" TO WS-RESULT-TEXT
001970             PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
001980                     UNTIL WS-TOT-SUB > 2
001990                 ADD 1 TO WS-TOT-COMPLETED-PLANS (WS-TOT-SUB)
002000                 ADD AA-TOTAL-PAID
002010                     TO WS-TOT-COMPLETED-PAID (WS-TOT-SUB)
002020             END-PERFORM
002030         WHEN OTHER
002040             MOVE "CANCELLED" TO WS-RESULT-TEXT
002050             PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
002060                     UNTIL WS-TOT-SUB > 2
002070                 ADD 1 TO WS-TOT-CANCELLED-PLANS (WS-TOT-SUB)
002080             END-PERFORM
002090     END-EVALUATE.

002100 3200-WRITE-PLAN-LINE.
002110     MOVE AA-INSTALLMENT-AMOUNT TO WS-INSTALLMENT-DISPLAY
002120     MOVE AA-PAID-TODAY TO WS-PAID-TODAY-DISPLAY
002130     MOVE AA-TOTAL-PAID TO WS-TOTAL-PAID-DISPLAY
002140     MOVE AA-PROMISED-TOTAL TO WS-PROMISED-DISPLAY
002150     MOVE SPACES TO WS-SHORTFALL-TEXT
002160     IF AA-PLAN-BROKEN
002170         MOVE AA-SHORTFALL TO WS-SHORTFALL-DISPLAY
002175         MOVE WS-SHORTFALL-DISPLAY TO WS-SHORTFALL-TEXT
002180     END-IF
002190     MOVE SPACES TO WS-REPORT-LINE
002200     STRING "  " AA-IDENT "  " AA-SET-DATE "  "
002210         WS-RESULT-TEXT "  " AA-INSTALLMENT-COUNT " X "
002220         WS-INSTALLMENT-DISPLAY "  " AA-KEPT-COUNT "/"
002230         AA-INSTALLMENT-COUNT "  " WS-PAID-TODAY-DISPLAY
002240         "   " WS-TOTAL-PAID-DISPLAY "   " WS-PROMISED-DISPLAY
002250         "  " WS-DUE-DATE-TEXT "  " WS-SHORTFALL-TEXT
002260         DELIMITED BY SIZE INTO WS-REPORT-LINE
002270     END-STRING
002280     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>COLLECTOR TOTALS
      *>--------------------------------------------------------
002290 4000-CLOSE-COLLECTOR.
002300     MOVE 1 TO WS-TOT-SUB
002310     MOVE SPACES TO WS-TOTALS-TITLE
002320     STRING "TOTALS FOR COLLECTOR " WS-CURRENT-COLLECTOR
002330         DELIMITED BY SIZE INTO WS-TOTALS-TITLE
002340     END-STRING
002350     PERFORM 5000-WRITE-TOTAL-LINES.

      *>--------------------------------------------------------
      *>ONE BLOCK OF TOTALS - WS-TOT-SUB PICKS THE COLLECTOR OR
      *>THE WHOLE REPORT.
      *>--------------------------------------------------------
002360 5000-WRITE-TOTAL-LINES.
002370     MOVE SPACES TO WS-REPORT-LINE
002380     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
002390     MOVE WS-TOT-PLANS (WS-TOT-SUB) TO WS-COUNT-DISPLAY
002400     STRING "  " WS-TOTALS-TITLE "  PLANS " WS-COUNT-DISPLAY
002410         DELIMITED BY SIZE INTO WS-REPORT-LINE
002420     END-STRING
002430     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
002440     MOVE WS-TOT-KEPT-PLANS (WS-TOT-SUB) TO WS-COUNT-DISPLAY
002450     MOVE WS-TOT-PAID-TODAY (WS-TOT-SUB) TO WS-TOTAL-DISPLAY
002460     MOVE SPACES TO WS-REPORT-LINE
002470     STRING "    KEPT TONIGHT:   " WS-COUNT-DISPLAY
002480         " PLANS   PAID TONIGHT (ALL PLANS) " WS-TOTAL-DISPLAY
002490         DELIMITED BY SIZE INTO WS-REPORT-LINE
002500     END-STRING
002510     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
002520     MOVE WS-TOT-KEPT-INSTALLMENTS (WS-TOT-SUB)
002530         TO WS-COUNT-DISPLAY
002540     MOVE SPACES TO WS-REPORT-LINE
002550     STRING "    INSTALLMENTS KEPT TONIGHT: " WS-COUNT-DISPLAY
002560         DELIMITED BY SIZE INTO WS-REPORT-LINE
002570     END-STRING
002580     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
002590     MOVE WS-TOT-CURRENT-PLANS (WS-TOT-SUB) TO WS-COUNT-DISPLAY
002600     MOVE WS-TOT-OUTSTANDING (WS-TOT-SUB) TO WS-TOTAL-DISPLAY
002610     MOVE SPACES TO WS-REPORT-LINE
002620     STRING "    CURRENT:        " WS-COUNT-DISPLAY
002630         " PLANS   STILL PROMISED (OPEN)    " WS-TOTAL-DISPLAY
002640         DELIMITED BY SIZE INTO WS-REPORT-LINE
002650     END-STRING
002660     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
002670     MOVE WS-TOT-BROKEN-PLANS (WS-TOT-SUB) TO WS-COUNT-DISPLAY
002680     MOVE WS-TOT-SHORTFALL (WS-TOT-SUB) TO WS-TOTAL-DISPLAY
002690     MOVE SPACES TO WS-REPORT-LINE
002700     STRING "    BROKEN:         " WS-COUNT-DISPLAY
002710         " PLANS   SHORTFALL                " WS-TOTAL-DISPLAY
002720         DELIMITED BY SIZE INTO WS-REPORT-LINE
002730     END-STRING
002740     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
002750     MOVE WS-TOT-COMPLETED-PLANS (WS-TOT-SUB) TO WS-COUNT-DISPLAY
002760     MOVE WS-TOT-COMPLETED-PAID (WS-TOT-SUB) TO WS-TOTAL-DISPLAY
002770     MOVE SPACES TO WS-REPORT-LINE
002780     STRING "    COMPLETED:      " WS-COUNT-DISPLAY
002790         " PLANS   COLLECTED                " WS-TOTAL-DISPLAY
002800         DELIMITED BY SIZE INTO WS-REPORT-LINE
002810     END-STRING
002820     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE
002830     MOVE WS-TOT-CANCELLED-PLANS (WS-TOT-SUB) TO WS-COUNT-DISPLAY
002840     MOVE SPACES TO WS-REPORT-LINE
002850     STRING "    CANCELLED:      " WS-COUNT-DISPLAY " PLANS"
002860         DELIMITED BY SIZE INTO WS-REPORT-LINE
002870     END-STRING
002880     WRITE ARRANGEMENT-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
002890 9000-TERMINATE.
002900     MOVE 2 TO WS-TOT-SUB
002910     MOVE "ALL COLLECTORS" TO WS-TOTALS-TITLE
002920     PERFORM 5000-WRITE-TOTAL-LINES
002930     CLOSE ARRANGEMENT-ACTIVITY-FILE
002940     CLOSE ARRANGEMENT-REPORT-FILE
002950     DISPLAY "ACTIVITY RECORDS READ: " WS-RECORDS-READ
002960     DISPLAY "COLLECTORS LISTED:     " WS-COLLECTORS-LISTED.
