002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFRCSTS.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - run status report*
      ***    10/15/26 - AL-02    list open-item load step       *
      ***********************************************************
      *    DAILY RUN-CONTROL STATUS.  READS THE RUN-CONTROL     *
      *    LEDGER (RUNCTL, MAINTAINED BY AMFRCTL) AND PRINTS    *
      *    EVERY BILLING CYCLE (RUN DATE, TYPE, ORG) WHOSE RUN  *
      *    DATE FALLS IN THE PARM-CARD RANGE - DEFAULT THE LAST *
      *    SEVEN DAYS THROUGH TODAY.  FOR EACH CYCLE ONE LINE   *
      *    PER COMPANION STEP IN RUN ORDER (AMFBMERG, AMFAROIL, *
      *    AMFARLBX, AMFCCRSP, AMFNTBOUNCE, AMFARSTM, AMFBBKO): *
      *    TIMES RUN, LATEST STATUS, INPUT AND OUTPUT COUNTS,   *
      *    OUTPUT AMOUNT, RETURN CODE, WHEN IT FINISHED AND     *
      *    WHETHER ANY RUN WAS FORCED THROUGH BY THE PARM       *
      *    OVERRIDE.                                            *
      *    THE CYCLE'S STATE IS THE FIRST OF:                   *
      *      BACKED OUT  - AMFBBKO COMPLETED FOR THE CYCLE      *
      *      FAILED      - A STEP'S LATEST RUN ENDED RC > 4     *
      *      STARTED     - A STEP CHECKED IN AND NEVER CHECKED  *
      *                    OUT (RUNNING NOW, OR ABENDED)        *
      *      WAITING ON  - THE FIRST STEP IN RUN ORDER NOT YET  *
      *                    COMPLETE                             *
      *      COMPLETE                                           *
      *    RETURN CODE 4 WHEN ANY CYCLE IS FAILED OR STARTED.   *
      *    PARM CARD: COLUMNS 1-8 FROM DATE, 10-17 TO DATE      *
      *    (CCYYMMDD).                                          *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RCL-KEY
                      FILE STATUS  IS RCL-STATUS-CODE.
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
      *    RUN-CONTROL LEDGER - SAME LAYOUT AS AMFRCTL
      *      KIND 'S' ONE STEP EXECUTION - CYCLE, STEP, SEQUENCE
      *      KIND 'H' ONE COMPLETED INPUT - STEP, COUNT, HASH
      *    STATUS 'S' STARTED  'C' COMPLETE  'F' FAILED
004701 FD  RUNCTL-FILE            COPY AMZFSEL.
004702 01  RCL-REC.
           05  RCL-KEY.
               10  RCL-KIND            PIC X(01).
               10  FILLER              PIC X(39).
           05  RCL-STEP-KEY            REDEFINES RCL-KEY.
               10  FILLER              PIC X(01).
               10  RCL-CYCLE.
                   15  RCL-RUN-DATE    PIC 9(08).
                   15  RCL-RUN-TYPE    PIC X(01).
                   15  RCL-RUN-ORG     PIC X(03).
               10  RCL-STEP            PIC X(12).
               10  RCL-SEQ             PIC 9(03).
               10  FILLER              PIC X(12).
           05  RCL-HASH-KEY            REDEFINES RCL-KEY.
               10  FILLER              PIC X(01).
               10  RCL-H-STEP          PIC X(12).
               10  RCL-H-IN-CNT        PIC 9(09).
               10  RCL-H-IN-HASH       PIC S9(13)V99.
               10  FILLER              PIC X(03).
           05  RCL-STATUS              PIC X(01).
           05  RCL-OVERRIDE            PIC X(01).
           05  RCL-IN-CNT              PIC 9(09).
           05  RCL-IN-HASH             PIC S9(13)V99.
           05  RCL-OUT-CNT             PIC 9(09).
           05  RCL-OUT-AMT             PIC S9(13)V99.
           05  RCL-STEP-RC             PIC 9(04).
           05  RCL-START-DATE          PIC 9(08).
           05  RCL-START-TIME          PIC 9(08).
           05  RCL-END-DATE            PIC 9(08).
           05  RCL-END-TIME            PIC 9(08).
           05  RCL-REF-CYCLE           PIC X(12).
           05  RCL-REF-SEQ             PIC 9(03).
           05  FILLER                  PIC X(30).

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

008100/
008200 WORKING-STORAGE SECTION.

       01  PARM-CARD.
           05  PARM-FROM-DATE          PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PARM-TO-DATE            PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(63) VALUE SPACES.

018331 01  IO-PKT.                     COPY AMZWIOP.
018332/
      *    THE COMPANION STEPS IN RUN ORDER - AMFBBKO LAST, IT IS
      *    NOT PART OF A NORMAL CYCLE
       01  WK-STEP-VALUES.
           05  FILLER                  PIC X(12) VALUE 'AMFBMERG'.
           05  FILLER                  PIC X(12) VALUE 'AMFAROIL'.
           05  FILLER                  PIC X(12) VALUE 'AMFARLBX'.
           05  FILLER                  PIC X(12) VALUE 'AMFCCRSP'.
           05  FILLER                  PIC X(12) VALUE 'AMFNTBOUNCE'.
           05  FILLER                  PIC X(12) VALUE 'AMFARSTM'.
           05  FILLER                  PIC X(12) VALUE 'AMFBBKO'.
       01  WK-STEP-NAME-TBL            REDEFINES WK-STEP-VALUES.
           05  WK-STEP-NAME            PIC X(12) OCCURS 7.
       01  WK-STEP-CNT                 PIC 9(02) VALUE 7.
       01  WK-FWD-STEP-CNT             PIC 9(02) VALUE 6.
       01  WK-BKO-STEP                 PIC 9(02) VALUE 7.

      *    THE CURRENT CYCLE - LATEST RUN OF EACH STEP
       01  WK-STEP-TABLE.
           05  WK-STEP-ENTRY OCCURS 7.
               10  WK-ST-RUNS          PIC 9(03).
               10  WK-ST-STATUS        PIC X(01).
               10  WK-ST-OVERRIDE      PIC X(01).
               10  WK-ST-IN-CNT        PIC 9(09).
               10  WK-ST-OUT-CNT       PIC 9(09).
               10  WK-ST-OUT-AMT       PIC S9(13)V99.
               10  WK-ST-RC            PIC 9(04).
               10  WK-ST-END-DATE      PIC 9(08).
               10  WK-ST-END-TIME      PIC 9(08).
       01  WK-SX                       PIC 9(02) VALUE 0.
       01  WK-FOUND-SX                 PIC 9(02) VALUE 0.

       01  WK-CUR-CYCLE.
           05  WK-CUR-RUN-DATE         PIC 9(08).
           05  WK-CUR-RUN-TYPE         PIC X(01).
           05  WK-CUR-RUN-ORG          PIC X(03).
       01  WK-CYC-STATE                PIC X(40) VALUE SPACE.
       01  WK-SCAN-STATUS              PIC X(01) VALUE SPACE.
       01  WK-SCAN-TEXT                PIC X(28) VALUE SPACE.

       01  WK-TODAY-DATE               PIC 9(08) VALUE 0.
       01  WK-FROM-DATE                PIC 9(08) VALUE 0.
       01  WK-TO-DATE                  PIC 9(08) VALUE 0.
       01  WK-RCL-EOF                  PIC X(01) VALUE 'N'.

       01  WK-ROW-CNT                  PIC 9(09) VALUE 0.
       01  WK-OTHER-CNT                PIC 9(09) VALUE 0.
       01  WK-CYCLE-CNT                PIC 9(05) VALUE 0.
       01  WK-COMPLETE-CNT             PIC 9(05) VALUE 0.
       01  WK-WAITING-CNT              PIC 9(05) VALUE 0.
       01  WK-FAILED-CNT               PIC 9(05) VALUE 0.
       01  WK-STARTED-CNT              PIC 9(05) VALUE 0.
       01  WK-BACKED-OUT-CNT           PIC 9(05) VALUE 0.

       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.
       01  WK-STEP-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  STL-STEP                PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-RUNS                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-STATUS              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-IN-CNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-OUT-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-OUT-AMT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-RC                  PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-END-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  STL-END-TIME            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  STL-OVERRIDE            PIC X(08).

       01  RCL-STATUS-CODE             PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

           OPEN INPUT  RUNCTL-FILE.
           IF RCL-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== RUN-CONTROL LEDGER OPEN FAILED ======='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' RCL-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
022800     OPEN OUTPUT REPORT-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

      *    DEFAULT RANGE IS THE LAST SEVEN DAYS THROUGH TODAY
           ACCEPT WK-TODAY-DATE        FROM DATE YYYYMMDD.
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-TO-DATE NUMERIC
               MOVE PARM-TO-DATE       TO WK-TO-DATE
           ELSE
               MOVE WK-TODAY-DATE      TO WK-TO-DATE
           END-IF.
           IF PARM-FROM-DATE NUMERIC
               MOVE PARM-FROM-DATE     TO WK-FROM-DATE
           ELSE
               COMPUTE WK-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WK-TO-DATE) - 7)
           END-IF.

           STRING 'RUN-CONTROL STATUS  CYCLES ' WK-FROM-DATE
                  ' THROUGH ' WK-TO-DATE
                  '  PRINTED ' WK-TODAY-DATE
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.

           MOVE SPACES                 TO WK-CUR-CYCLE.
           MOVE SPACES                 TO RCL-KEY.
           MOVE 'S'                    TO RCL-KIND.
           MOVE WK-FROM-DATE           TO RCL-RUN-DATE.
           START RUNCTL-FILE KEY NOT < RCL-KEY
               INVALID KEY MOVE 'Y'    TO WK-RCL-EOF
           END-START.
           PERFORM READ-LEDGER-ROW
              THRU READ-LEDGER-ROW-EXIT
               UNTIL WK-RCL-EOF = 'Y'.
           IF WK-CUR-CYCLE NOT = SPACES
               PERFORM PRINT-CYCLE
                  THRU PRINT-CYCLE-EXIT
           END-IF.

           PERFORM PRINT-SUMMARY
              THRU PRINT-SUMMARY-EXIT.

           IF WK-FAILED-CNT > 0
           OR WK-STARTED-CNT > 0
               MOVE 4                  TO RETURN-CODE
           END-IF.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'LEDGER ROWS READ:      ' WK-ROW-CNT.
           DISPLAY 'CYCLES REPORTED:       ' WK-CYCLE-CNT.
           DISPLAY 'CYCLES COMPLETE:       ' WK-COMPLETE-CNT.
           DISPLAY 'CYCLES WAITING:        ' WK-WAITING-CNT.
           DISPLAY 'CYCLES FAILED:         ' WK-FAILED-CNT.
           DISPLAY 'CYCLES STARTED:        ' WK-STARTED-CNT.
           DISPLAY 'CYCLES BACKED OUT:     ' WK-BACKED-OUT-CNT.

           CLOSE       RUNCTL-FILE
                       REPORT-FILE.
380908
           GOBACK.

       READ-LEDGER-ROW.
      *    STEP ROWS ARRIVE BY CYCLE, THEN STEP, THEN SEQUENCE - THE
      *    LAST ROW READ FOR A STEP IS ITS LATEST RUN
           READ RUNCTL-FILE NEXT
               AT END MOVE 'Y'         TO WK-RCL-EOF
           END-READ.
           IF WK-RCL-EOF = 'Y'
               GO TO READ-LEDGER-ROW-EXIT
           END-IF.
           IF RCL-KIND NOT = 'S'
           OR RCL-RUN-DATE > WK-TO-DATE
               MOVE 'Y'                TO WK-RCL-EOF
               GO TO READ-LEDGER-ROW-EXIT
           END-IF.
           ADD 1                       TO WK-ROW-CNT.

           IF RCL-CYCLE NOT = WK-CUR-CYCLE
               IF WK-CUR-CYCLE NOT = SPACES
                   PERFORM PRINT-CYCLE
                      THRU PRINT-CYCLE-EXIT
               END-IF
               MOVE RCL-CYCLE          TO WK-CUR-CYCLE
               INITIALIZE WK-STEP-TABLE
           END-IF.

           MOVE ZEROS                  TO WK-FOUND-SX.
           PERFORM FIND-STEP
              THRU FIND-STEP-EXIT
               VARYING WK-SX FROM 1 BY 1
                 UNTIL WK-SX > WK-STEP-CNT.
           IF WK-FOUND-SX = 0
               ADD 1                   TO WK-OTHER-CNT
               GO TO READ-LEDGER-ROW-EXIT
           END-IF.

           MOVE WK-FOUND-SX            TO WK-SX.
           ADD 1                       TO WK-ST-RUNS (WK-SX).
           MOVE RCL-STATUS             TO WK-ST-STATUS (WK-SX).
           MOVE RCL-IN-CNT             TO WK-ST-IN-CNT (WK-SX).
           MOVE RCL-OUT-CNT            TO WK-ST-OUT-CNT (WK-SX).
           MOVE RCL-OUT-AMT            TO WK-ST-OUT-AMT (WK-SX).
           MOVE RCL-STEP-RC            TO WK-ST-RC (WK-SX).
           MOVE RCL-END-DATE           TO WK-ST-END-DATE (WK-SX).
           MOVE RCL-END-TIME           TO WK-ST-END-TIME (WK-SX).
           IF RCL-OVERRIDE = 'Y'
               MOVE 'Y'                TO WK-ST-OVERRIDE (WK-SX)
           END-IF.

       READ-LEDGER-ROW-EXIT.
           EXIT.

       FIND-STEP.
           IF WK-STEP-NAME (WK-SX) = RCL-STEP
               MOVE WK-SX              TO WK-FOUND-SX
           END-IF.

       FIND-STEP-EXIT.
           EXIT.

       PRINT-CYCLE.
           ADD 1                       TO WK-CYCLE-CNT.
           PERFORM SET-CYCLE-STATE
              THRU SET-CYCLE-STATE-EXIT.

           STRING 'CYCLE ' WK-CUR-RUN-DATE
                  '  RUN TYPE ' WK-CUR-RUN-TYPE
                  '  ORG ' WK-CUR-RUN-ORG
                  '  STATE: ' WK-CYC-STATE
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           STRING '    STEP          RUNS STATUS      INPUT CNT'
                  '  OUTPUT CNT          OUTPUT AMOUNT      RC'
                  '  FINISHED         OVERRIDE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-STEP-LINE
              THRU PRINT-STEP-LINE-EXIT
               VARYING WK-SX FROM 1 BY 1
                 UNTIL WK-SX > WK-STEP-CNT.
           PERFORM PRINT-BLANK-LINE.

       PRINT-CYCLE-EXIT.
           EXIT.

       SET-CYCLE-STATE.
           MOVE SPACES                 TO WK-CYC-STATE.
           IF WK-ST-STATUS (WK-BKO-STEP) = 'C'
               MOVE 'BACKED OUT'       TO WK-CYC-STATE
               ADD 1                   TO WK-BACKED-OUT-CNT
               GO TO SET-CYCLE-STATE-EXIT
           END-IF.

           MOVE 'F'                    TO WK-SCAN-STATUS.
           MOVE 'FAILED AT '           TO WK-SCAN-TEXT.
           PERFORM SCAN-STEP-STATUS
              THRU SCAN-STEP-STATUS-EXIT
               VARYING WK-SX FROM 1 BY 1
                 UNTIL WK-SX > WK-STEP-CNT.
           IF WK-CYC-STATE NOT = SPACES
               ADD 1                   TO WK-FAILED-CNT
               GO TO SET-CYCLE-STATE-EXIT
           END-IF.

           MOVE 'S'                    TO WK-SCAN-STATUS.
           MOVE 'STARTED, NOT CHECKED OUT -'
                                       TO WK-SCAN-TEXT.
           PERFORM SCAN-STEP-STATUS
              THRU SCAN-STEP-STATUS-EXIT
               VARYING WK-SX FROM 1 BY 1
                 UNTIL WK-SX > WK-STEP-CNT.
           IF WK-CYC-STATE NOT = SPACES
               ADD 1                   TO WK-STARTED-CNT
               GO TO SET-CYCLE-STATE-EXIT
           END-IF.

      *    AMFBBKO IS NOT WAITED ON - A CYCLE NEED NEVER BE BACKED OUT
           PERFORM SCAN-STEP-WAITING
              THRU SCAN-STEP-WAITING-EXIT
               VARYING WK-SX FROM 1 BY 1
                 UNTIL WK-SX > WK-FWD-STEP-CNT.
           IF WK-CYC-STATE NOT = SPACES
               ADD 1                   TO WK-WAITING-CNT
               GO TO SET-CYCLE-STATE-EXIT
           END-IF.

           MOVE 'COMPLETE'             TO WK-CYC-STATE.
           ADD 1                       TO WK-COMPLETE-CNT.

       SET-CYCLE-STATE-EXIT.
           EXIT.

       SCAN-STEP-STATUS.
           IF WK-CYC-STATE NOT = SPACES
           OR WK-ST-STATUS (WK-SX) NOT = WK-SCAN-STATUS
               GO TO SCAN-STEP-STATUS-EXIT
           END-IF.
           STRING WK-SCAN-TEXT         DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  WK-STEP-NAME (WK-SX) DELIMITED BY SPACE
               INTO WK-CYC-STATE.

       SCAN-STEP-STATUS-EXIT.
           EXIT.

       SCAN-STEP-WAITING.
           IF WK-CYC-STATE NOT = SPACES
           OR WK-ST-STATUS (WK-SX) = 'C'
               GO TO SCAN-STEP-WAITING-EXIT
           END-IF.
           STRING 'WAITING ON '        DELIMITED BY SIZE
                  WK-STEP-NAME (WK-SX) DELIMITED BY SPACE
               INTO WK-CYC-STATE.

       SCAN-STEP-WAITING-EXIT.
           EXIT.

       PRINT-STEP-LINE.
           MOVE WK-STEP-NAME (WK-SX)   TO STL-STEP.
           MOVE WK-ST-RUNS (WK-SX)     TO STL-RUNS.
           MOVE WK-ST-IN-CNT (WK-SX)   TO STL-IN-CNT.
           MOVE WK-ST-OUT-CNT (WK-SX)  TO STL-OUT-CNT.
           MOVE WK-ST-OUT-AMT (WK-SX)  TO STL-OUT-AMT.
           MOVE WK-ST-RC (WK-SX)       TO STL-RC.
           MOVE SPACES                 TO STL-END-DATE
                                          STL-END-TIME
                                          STL-OVERRIDE.
           IF WK-ST-END-DATE (WK-SX) > 0
               MOVE WK-ST-END-DATE (WK-SX)
                                       TO STL-END-DATE
               MOVE WK-ST-END-TIME (WK-SX) (1:6)
                                       TO STL-END-TIME
           END-IF.
           IF WK-ST-OVERRIDE (WK-SX) = 'Y'
               MOVE 'OVERRIDE'         TO STL-OVERRIDE
           END-IF.
           EVALUATE WK-ST-STATUS (WK-SX)
               WHEN 'C'
                   MOVE 'COMPLETE'     TO STL-STATUS
               WHEN 'F'
                   MOVE 'FAILED'       TO STL-STATUS
               WHEN 'S'
                   MOVE 'STARTED'      TO STL-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN'      TO STL-STATUS
           END-EVALUATE.
           MOVE WK-STEP-LINE           TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-STEP-LINE-EXIT.
           EXIT.

       PRINT-SUMMARY.
           STRING 'CYCLES ' WK-CYCLE-CNT
                  '  COMPLETE ' WK-COMPLETE-CNT
                  '  WAITING ' WK-WAITING-CNT
                  '  FAILED ' WK-FAILED-CNT
                  '  STARTED ' WK-STARTED-CNT
                  '  BACKED OUT ' WK-BACKED-OUT-CNT
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           IF WK-OTHER-CNT > 0
               STRING 'LEDGER ROWS FOR OTHER STEPS NOT SHOWN: '
                      WK-OTHER-CNT     DELIMITED BY SIZE
                   INTO WK-RPT-LINE
               PERFORM PRINT-RPT-LINE
           END-IF.

       PRINT-SUMMARY-EXIT.
           EXIT.

       PRINT-RPT-LINE.
           MOVE WK-RPT-LINE            TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES                 TO WK-RPT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES                 TO REPORT-REC.
           WRITE REPORT-REC.
