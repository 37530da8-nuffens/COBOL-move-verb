000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTDUPS.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>DUPLICATE CUSTOMER CANDIDATE REPORT.
      *>READS TWO SORTED COPIES OF PROD.CUSTOMER.MASTER PREPARED
      *>BY THE SORT STEPS AHEAD OF IT IN THE JOB - ONE IN
      *>CUSTOMNAME / DATEOFBIRTH ORDER, ONE IN CUST-STREET /
      *>CUST-POSTAL ORDER - AND LISTS EVERY GROUP OF TWO OR MORE
      *>IDENTS THAT SHARE:
      *>  - THE SAME CUSTOMNAME AND THE SAME DATEOFBIRTH, OR
      *>  - THE SAME CUST-STREET AND THE SAME CUST-POSTAL.
      *>BLANK NAMES AND INCOMPLETE ADDRESSES NEVER MATCH. AN
      *>IDENT ALREADY RETIRED BY A MERGE (ON THE MERGXREF
      *>CROSS-REFERENCE) IS LEFT OFF, SO A COMPLETED MERGE DROPS
      *>OFF THE REPORT. EACH MEMBER LINE SHOWS STATUS AND
      *>BALANCE SO THE OPERATOR CAN CHOOSE THE SURVIVOR; THE
      *>APPROVED PAIRS GO ON THE CUSTMRGE APPROVAL FILE.
      *>PARM IS THE RUN DATE (YYYYMMDD), FOR THE HEADING ONLY.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT NAME-ORDER-FILE ASSIGN TO BYNAME
000090         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-BYNAME-STATUS.
000110     SELECT ADDRESS-ORDER-FILE ASSIGN TO BYADDR
000120         ORGANIZATION IS SEQUENTIAL
000130         FILE STATUS IS WS-BYADDR-STATUS.
000140     SELECT MERGE-XREF-FILE ASSIGN TO MERGXREF
000150         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000170         RECORD KEY IS MXR-OLD-IDENT
000180         FILE STATUS IS WS-MERGXREF-STATUS.
000190     SELECT DUPLICATE-REPORT-FILE ASSIGN TO DUPSRPT
000200         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-DUPSRPT-STATUS.

000220 DATA DIVISION.

000230 FILE SECTION.

000240 FD  NAME-ORDER-FILE
000250     LABEL RECORDS ARE STANDARD.
000260 01  NAME-ORDER-RECORD PIC X(112).

000270 FD  ADDRESS-ORDER-FILE
000280     LABEL RECORDS ARE STANDARD.
000290 01  ADDRESS-ORDER-RECORD PIC X(112).

000300 FD  MERGE-XREF-FILE
000310     LABEL RECORDS ARE STANDARD.
000320 01  MERGE-XREF-RECORD.
000330     COPY MERGXREF.

000340 FD  DUPLICATE-REPORT-FILE
000350     LABEL RECORDS ARE STANDARD.
000360 01  DUPLICATE-REPORT-RECORD PIC X(132).

000370 WORKING-STORAGE SECTION.

000380 01 WS-FILE-STATUS-GROUP.
000390     05 WS-BYNAME-STATUS PIC XX VALUE "00".
000400        88 BYNAME-OK VALUE "00".
000410     05 WS-BYADDR-STATUS PIC XX VALUE "00".
000420        88 BYADDR-OK VALUE "00".
000430     05 WS-MERGXREF-STATUS PIC XX VALUE "00".
000440        88 MERGXREF-OK VALUE "00".
000450        88 MERGXREF-NOT-FOUND VALUE "35".
000460     05 WS-DUPSRPT-STATUS PIC XX VALUE "00".
000470        88 DUPSRPT-OK VALUE "00".

000480 01 WS-SWITCHES.
000490     05 WS-INPUT-EOF-SWITCH PIC X VALUE 'N'.
000500        88 INPUT-AT-END VALUE 'Y'.
000510     05 WS-XREF-OPEN-SWITCH PIC X VALUE 'N'.
000520        88 XREF-FILE-OPEN VALUE 'Y'.
000530     05 WS-RETIRED-SWITCH PIC X VALUE 'N'.
000540        88 CUSTOMER-IS-RETIRED VALUE 'Y'.
000550     05 WS-PASS-SWITCH PIC X VALUE 'N'.
000560        88 NAME-PASS VALUE 'N'.
000570        88 ADDRESS-PASS VALUE 'A'.

000580 01 WS-COUNTS.
000590     05 WS-NAME-RECORDS-READ PIC 9(7) VALUE ZERO.
000600     05 WS-ADDR-RECORDS-READ PIC 9(7) VALUE ZERO.
000610     05 WS-RETIRED-SKIPPED PIC 9(7) VALUE ZERO.
000620     05 WS-NAME-GROUPS PIC 9(7) VALUE ZERO.
000630     05 WS-NAME-MEMBERS PIC 9(7) VALUE ZERO.
000640     05 WS-ADDR-GROUPS PIC 9(7) VALUE ZERO.
000650     05 WS-ADDR-MEMBERS PIC 9(7) VALUE ZERO.

000660 01 WS-RUN-PARAMETERS.
000670     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000680     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.

000690 01 WS-CURRENT-DATE-FIELDS.
000700     05 WS-SYSTEM-DATE PIC 9(8).

000710 01 WS-DUP-CUSTOMER.
000720     COPY CUSTREC.

      *>--------------------------------------------------------
      *>ONE MATCH GROUP. THE KEY IS NAME+DOB ON THE NAME PASS
      *>AND STREET+POSTAL ON THE ADDRESS PASS. A GROUP LARGER
      *>THAN THE TABLE PRINTS ITS FIRST WS-GRP-MAX MEMBERS AND
      *>A COUNT OF THE REST - ANYTHING THAT BIG IS A DATA
      *>PROBLEM FOR THE SERVICE DESK, NOT A MERGE CANDIDATE.
      *>--------------------------------------------------------
000730 01 WS-GROUP-WORK.
000740     05 WS-CURRENT-KEY PIC X(34) VALUE SPACES.
000750     05 WS-GROUP-KEY PIC X(34) VALUE SPACES.
000760     05 WS-GRP-MAX PIC 9(4) VALUE 20.
000770     05 WS-GRP-COUNT PIC 9(4) VALUE ZERO.
000780     05 WS-GRP-SUB PIC 9(4) VALUE ZERO.
000790     05 WS-GRP-OVERFLOW PIC 9(4) VALUE ZERO.
000800     05 WS-GRP-ENTRY OCCURS 20 TIMES PIC X(112).

000810 01 WS-NAME-KEY.
000820     05 WS-NK-NAME PIC X(20).
000830     05 WS-NK-DOB PIC X(8).
000840     05 FILLER PIC X(6) VALUE SPACES.

000850 01 WS-ADDRESS-KEY.
000860     05 WS-AK-STREET PIC X(25).
000870     05 WS-AK-POSTAL PIC X(9).

000880 01 WS-REPORT-WORK.
000890     05 WS-FORMATTED-DOB PIC X(10) VALUE SPACES.
000900     05 WS-BALANCE-DISPLAY PIC -(6)9.99.
000910     05 WS-MATCH-TITLE PIC X(30) VALUE SPACES.
000920     05 WS-GROUP-NUMBER PIC 9(5) VALUE ZERO.
000930     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

000940 LINKAGE SECTION.
000950 01 LK-PARM-AREA.
000960     05 LK-PARM-LENGTH PIC S9(4) COMP.
000970     05 LK-PARM-TEXT PIC X(80).

000980 PROCEDURE DIVISION USING LK-PARM-AREA.

000990 0000-MAIN-LOGIC.
001000     PERFORM 1000-INITIALIZE
001010     PERFORM 2000-SCAN-NAME-ORDER
001020     PERFORM 3000-SCAN-ADDRESS-ORDER
001030     PERFORM 9000-TERMINATE
001040     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001050 1000-INITIALIZE.
001060     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001070     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001080     IF LK-PARM-LENGTH > ZERO
001090         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
001100             DELIMITED BY ","
001110             INTO WS-PARM-RUN-DATE
001120         END-UNSTRING
001130         IF WS-PARM-RUN-DATE NUMERIC AND
001140            WS-PARM-RUN-DATE NOT = ZERO
001150             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001160         END-IF
001170     END-IF
001180     OPEN OUTPUT DUPLICATE-REPORT-FILE
001190     IF NOT DUPSRPT-OK
001200         DISPLAY "DUPLICATE REPORT OPEN FAILED, STATUS="
001210             WS-DUPSRPT-STATUS
001220         MOVE 16 TO RETURN-CODE
001230         STOP RUN
001240     END-IF
001250     OPEN INPUT NAME-ORDER-FILE
001260     IF NOT BYNAME-OK
001270         DISPLAY "NAME-ORDER MASTER OPEN FAILED, STATUS="
001280             WS-BYNAME-STATUS
001290         MOVE 16 TO RETURN-CODE
001300         STOP RUN
001310     END-IF
001320     OPEN INPUT ADDRESS-ORDER-FILE
001330     IF NOT BYADDR-OK
001340         DISPLAY "ADDRESS-ORDER MASTER OPEN FAILED, STATUS="
001350             WS-BYADDR-STATUS
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF
001390     PERFORM 1300-OPEN-MERGE-XREF
001400     MOVE SPACES TO WS-REPORT-LINE
001410     STRING "DUPLICATE CUSTOMER CANDIDATES - RUN DATE "
001420         WS-RUN-DATE
001430         DELIMITED BY SIZE INTO WS-REPORT-LINE
001440     END-STRING
001450     WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>CUSTMRGE CREATES THE CROSS-REFERENCE ON ITS FIRST RUN;
      *>UNTIL THEN NO IDENT HAS BEEN RETIRED.
      *>--------------------------------------------------------
001460 1300-OPEN-MERGE-XREF.
001470     OPEN INPUT MERGE-XREF-FILE
001480     IF MERGXREF-OK
001490         SET XREF-FILE-OPEN TO TRUE
001500     ELSE
001510         IF NOT MERGXREF-NOT-FOUND
001520             DISPLAY "MERGE XREF OPEN FAILED, STATUS="
001530                 WS-MERGXREF-STATUS
001540             MOVE 16 TO RETURN-CODE
001550             STOP RUN
001560         END-IF
001570     END-IF.

      *>--------------------------------------------------------
      *>PASS 1 - SAME CUSTOMNAME AND DATEOFBIRTH
      *>--------------------------------------------------------
001580 2000-SCAN-NAME-ORDER.
001590     SET NAME-PASS TO TRUE
001600     MOVE "SAME NAME AND DATE OF BIRTH" TO WS-MATCH-TITLE
001610     PERFORM 4000-START-SECTION
001620     MOVE 'N' TO WS-INPUT-EOF-SWITCH
001630     PERFORM 2100-READ-NEXT-BY-NAME
001640     PERFORM UNTIL INPUT-AT-END
001650         ADD 1 TO WS-NAME-RECORDS-READ
001660         MOVE CUSTOMNAME OF WS-DUP-CUSTOMER TO WS-NK-NAME
001670         MOVE DATEOFBIRTH OF WS-DUP-CUSTOMER TO WS-NK-DOB
001680         MOVE WS-NAME-KEY TO WS-CURRENT-KEY
001690         IF CUSTOMNAME OF WS-DUP-CUSTOMER NOT = SPACES
001700             PERFORM 4100-COLLECT-CANDIDATE
001710         END-IF
001720         PERFORM 2100-READ-NEXT-BY-NAME
001730     END-PERFORM
001740     PERFORM 4300-CLOSE-GROUP
001750     CLOSE NAME-ORDER-FILE.

001760 2100-READ-NEXT-BY-NAME.
001770     IF NOT INPUT-AT-END
001780         READ NAME-ORDER-FILE INTO WS-DUP-CUSTOMER
001790             AT END
001800                 SET INPUT-AT-END TO TRUE
001810         END-READ
001820     END-IF.

      *>--------------------------------------------------------
      *>PASS 2 - SAME CUST-STREET AND CUST-POSTAL
      *>--------------------------------------------------------
001830 3000-SCAN-ADDRESS-ORDER.
001840     SET ADDRESS-PASS TO TRUE
001850     MOVE "SAME STREET AND POSTAL CODE" TO WS-MATCH-TITLE
001860     PERFORM 4000-START-SECTION
001870     MOVE 'N' TO WS-INPUT-EOF-SWITCH
001880     PERFORM 3100-READ-NEXT-BY-ADDRESS
001890     PERFORM UNTIL INPUT-AT-END
001900         ADD 1 TO WS-ADDR-RECORDS-READ
001910         MOVE CUST-STREET OF WS-DUP-CUSTOMER TO WS-AK-STREET
001920         MOVE CUST-POSTAL OF WS-DUP-CUSTOMER TO WS-AK-POSTAL
001930         MOVE WS-ADDRESS-KEY TO WS-CURRENT-KEY
001940         IF CUST-STREET OF WS-DUP-CUSTOMER NOT = SPACES AND
001950            CUST-POSTAL OF WS-DUP-CUSTOMER NOT = SPACES
001960             PERFORM 4100-COLLECT-CANDIDATE
001970         END-IF
001980         PERFORM 3100-READ-NEXT-BY-ADDRESS
001990     END-PERFORM
002000     PERFORM 4300-CLOSE-GROUP
002010     CLOSE ADDRESS-ORDER-FILE.

002020 3100-READ-NEXT-BY-ADDRESS.
002030     IF NOT INPUT-AT-END
002040         READ ADDRESS-ORDER-FILE INTO WS-DUP-CUSTOMER
002050             AT END
002060                 SET INPUT-AT-END TO TRUE
002070         END-READ
002080     END-IF.

      *>--------------------------------------------------------
      *>GROUP BREAK LOGIC SHARED BY BOTH PASSES
      *>--------------------------------------------------------
002090 4000-START-SECTION.
002100     MOVE SPACES TO WS-GROUP-KEY
002110     MOVE ZERO TO WS-GRP-COUNT
002120     MOVE ZERO TO WS-GRP-OVERFLOW
002130     MOVE ZERO TO WS-GROUP-NUMBER
002140     MOVE SPACES TO WS-REPORT-LINE
002150     WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE
002160     STRING "*** MATCH ON " WS-MATCH-TITLE " ***"
002170         DELIMITED BY SIZE INTO WS-REPORT-LINE
002180     END-STRING
002190     WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE
002200     MOVE SPACES TO WS-REPORT-LINE
002210     STRING "  IDENT    NAME                 DOB        "
002220         "STREET                    POSTAL    ST"
002230         "     BALANCE"
002240         DELIMITED BY SIZE INTO WS-REPORT-LINE
002250     END-STRING
002260     WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.

002270 4100-COLLECT-CANDIDATE.
002280     PERFORM 4150-CHECK-RETIRED
002290     IF CUSTOMER-IS-RETIRED
002300         ADD 1 TO WS-RETIRED-SKIPPED
002310     ELSE
002320         IF WS-CURRENT-KEY NOT = WS-GROUP-KEY
002330             PERFORM 4300-CLOSE-GROUP
002340             MOVE WS-CURRENT-KEY TO WS-GROUP-KEY
002350         END-IF
002360         IF WS-GRP-COUNT >= WS-GRP-MAX
002370             ADD 1 TO WS-GRP-OVERFLOW
002380         ELSE
002390             ADD 1 TO WS-GRP-COUNT
002400             MOVE WS-DUP-CUSTOMER TO WS-GRP-ENTRY(WS-GRP-COUNT)
002410         END-IF
002420     END-IF.

002430 4150-CHECK-RETIRED.
002440     MOVE 'N' TO WS-RETIRED-SWITCH
002450     IF XREF-FILE-OPEN
002460         MOVE IDENT OF WS-DUP-CUSTOMER TO MXR-OLD-IDENT
002470         READ MERGE-XREF-FILE
002480             KEY IS MXR-OLD-IDENT
002490             INVALID KEY
002500                 CONTINUE
002510             NOT INVALID KEY
002520                 SET CUSTOMER-IS-RETIRED TO TRUE
002530         END-READ
002540     END-IF.

      *>--------------------------------------------------------
      *>A GROUP OF ONE IS NOT A DUPLICATE - ONLY TWO OR MORE
      *>MEMBERS PRINT.
      *>--------------------------------------------------------
002550 4300-CLOSE-GROUP.
002560     IF WS-GRP-COUNT > 1
002570         ADD 1 TO WS-GROUP-NUMBER
002580         IF NAME-PASS
002590             ADD 1 TO WS-NAME-GROUPS
002600             ADD WS-GRP-COUNT TO WS-NAME-MEMBERS
002610             ADD WS-GRP-OVERFLOW TO WS-NAME-MEMBERS
002620         ELSE
002630             ADD 1 TO WS-ADDR-GROUPS
002640             ADD WS-GRP-COUNT TO WS-ADDR-MEMBERS
002650             ADD WS-GRP-OVERFLOW TO WS-ADDR-MEMBERS
002660         END-IF
002670         MOVE SPACES TO WS-REPORT-LINE
002680         WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE
002690         STRING "GROUP " WS-GROUP-NUMBER
002700             DELIMITED BY SIZE INTO WS-REPORT-LINE
002710         END-STRING
002720         WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE
002730         MOVE ZERO TO WS-GRP-SUB
002740         PERFORM UNTIL WS-GRP-SUB >= WS-GRP-COUNT
002750             ADD 1 TO WS-GRP-SUB
002760             MOVE WS-GRP-ENTRY(WS-GRP-SUB) TO WS-DUP-CUSTOMER
002770             PERFORM 4400-WRITE-MEMBER-LINE
002780         END-PERFORM
002790         IF WS-GRP-OVERFLOW > ZERO
002800             MOVE SPACES TO WS-REPORT-LINE
002810             STRING "  ... AND " WS-GRP-OVERFLOW
002820                 " MORE - TOO MANY TO LIST"
002830                 DELIMITED BY SIZE INTO WS-REPORT-LINE
002840             END-STRING
002850             WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE
002860         END-IF
002870     END-IF
002880     MOVE ZERO TO WS-GRP-COUNT
002890     MOVE ZERO TO WS-GRP-OVERFLOW.

002900 4400-WRITE-MEMBER-LINE.
002910     MOVE SPACES TO WS-FORMATTED-DOB
002920     STRING MOB OF WS-DUP-CUSTOMER "/"
002930         DOB OF WS-DUP-CUSTOMER "/"
002940         YOB OF WS-DUP-CUSTOMER
002950         DELIMITED BY SIZE INTO WS-FORMATTED-DOB
002960     END-STRING
002970     MOVE ACCOUNT-BALANCE OF WS-DUP-CUSTOMER
002980         TO WS-BALANCE-DISPLAY
002990     MOVE SPACES TO WS-REPORT-LINE
003000     STRING "  " IDENT OF WS-DUP-CUSTOMER "  "
003010         CUSTOMNAME OF WS-DUP-CUSTOMER " "
003020         WS-FORMATTED-DOB " "
003030         CUST-STREET OF WS-DUP-CUSTOMER " "
003040         CUST-POSTAL OF WS-DUP-CUSTOMER " "
003050         CUST-STATUS OF WS-DUP-CUSTOMER "  "
003060         WS-BALANCE-DISPLAY
003070         DELIMITED BY SIZE INTO WS-REPORT-LINE
003080     END-STRING
003090     WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
003100 9000-TERMINATE.
003110     MOVE SPACES TO WS-REPORT-LINE
003120     WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE
003130     STRING "NAME/DOB GROUPS: " WS-NAME-GROUPS
003140         " CUSTOMERS " WS-NAME-MEMBERS
003150         "   STREET/POSTAL GROUPS: " WS-ADDR-GROUPS
003160         " CUSTOMERS " WS-ADDR-MEMBERS
003170         DELIMITED BY SIZE INTO WS-REPORT-LINE
003180     END-STRING
003190     WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE
003200     IF XREF-FILE-OPEN
003210         CLOSE MERGE-XREF-FILE
003220     END-IF
003230     CLOSE DUPLICATE-REPORT-FILE
003240     DISPLAY "MASTER RECORDS (NAME):  " WS-NAME-RECORDS-READ
003250     DISPLAY "MASTER RECORDS (ADDR):  " WS-ADDR-RECORDS-READ
003260     DISPLAY "RETIRED IDENTS SKIPPED: " WS-RETIRED-SKIPPED
003270     DISPLAY "NAME/DOB GROUPS:        " WS-NAME-GROUPS
003280     DISPLAY "STREET/POSTAL GROUPS:   " WS-ADDR-GROUPS.
