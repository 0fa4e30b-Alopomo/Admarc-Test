002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFRCTL.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - run-control ledgr*
      ***    10/15/26 - AL-02    open-item load prerequisite    *
      ***********************************************************
      *    RUN-CONTROL LEDGER.  CALLED BY THE BILLING COMPANION *
      *    STEPS (AMFBMERG, AMFAROIL, AMFARLBX, AMFCCRSP,       *
      *    AMFNTBOUNCE, AMFARSTM, AMFBBKO) WITH THE AMZWRCTL    *
      *    REQUEST AREA.                                        *
      *    THE LEDGER (RUNCTL) IS KEYED BY BILLING CYCLE - RUN  *
      *    DATE, RUN TYPE AND ORG - AND HOLDS ONE ROW PER STEP  *
      *    EXECUTION, PLUS ONE FINGERPRINT ROW PER INPUT FILE A *
      *    STEP HAS COMPLETED (RECORD COUNT AND HASH TOTAL).    *
      *    CHECK IN ('I') REFUSES THE STEP WHEN:                *
      *      - THE CYCLE HAS BEEN BACKED OUT BY AMFBBKO (FOR    *
      *        AMFBBKO ITSELF - ALREADY BACKED OUT)             *
      *      - A PREREQUISITE STEP HAS NOT COMPLETED FOR THE    *
      *        CYCLE (SEE WK-PREREQ-VALUES)                     *
      *      - THE SAME INPUT (SAME COUNT AND HASH) WAS ALREADY *
      *        PROCESSED TO COMPLETION BY THE SAME STEP         *
      *    UNLESS RCTL-OVERRIDE = 'Y', WHEN THE REASONS ARE     *
      *    DISPLAYED AND THE STEP GOES AHEAD.  A STEP THAT IS   *
      *    LET THROUGH GETS A STARTED ('S') ROW.                *
      *    CHECK OUT ('O') COMPLETES THE ROW WITH THE OUTPUT    *
      *    TOTALS: RETURN CODE 0 OR 4 IS COMPLETE ('C'), ANY    *
      *    OTHER IS FAILED ('F').  ONLY A COMPLETE STEP COUNTS  *
      *    AS A PREREQUISITE OR RECORDS ITS INPUT FINGERPRINT.  *
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

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
      *    RUN-CONTROL LEDGER
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

008100/
008200 WORKING-STORAGE SECTION.

      *    STEPS THAT MUST HAVE COMPLETED FOR THE CYCLE FIRST
       01  WK-PREREQ-VALUES.
           05  FILLER                  PIC X(12) VALUE 'AMFAROIL'.
           05  FILLER                  PIC X(12) VALUE 'AMFBMERG'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'AMFARLBX'.
           05  FILLER                  PIC X(12) VALUE 'AMFBMERG'.
           05  FILLER                  PIC X(12) VALUE 'AMFAROIL'.
           05  FILLER                  PIC X(12) VALUE 'AMFCCRSP'.
           05  FILLER                  PIC X(12) VALUE 'AMFBMERG'.
           05  FILLER                  PIC X(12) VALUE 'AMFAROIL'.
           05  FILLER                  PIC X(12) VALUE 'AMFNTBOUNCE'.
           05  FILLER                  PIC X(12) VALUE 'AMFBMERG'.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'AMFARSTM'.
           05  FILLER                  PIC X(12) VALUE 'AMFARLBX'.
           05  FILLER                  PIC X(12) VALUE 'AMFCCRSP'.
           05  FILLER                  PIC X(12) VALUE 'AMFBBKO'.
           05  FILLER                  PIC X(12) VALUE 'AMFAROIL'.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WK-PREREQ-TABLE             REDEFINES WK-PREREQ-VALUES.
           05  WK-PREREQ-LINE OCCURS 6.
               10  WK-PQ-STEP          PIC X(12).
               10  WK-PQ-NEED          PIC X(12) OCCURS 2.
       01  WK-PREREQ-CNT               PIC 9(02) VALUE 6.
       01  WK-PQX                      PIC 9(02) VALUE 0.
       01  WK-PNX                      PIC 9(02) VALUE 0.

       01  WK-TODAY-DATE               PIC 9(08) VALUE 0.
       01  WK-TODAY-TIME               PIC 9(08) VALUE 0.
       01  WK-REFUSE-CNT               PIC 9(02) VALUE 0.
       01  WK-REFUSE-TEXT              PIC X(60) VALUE SPACE.

      *    LOOK-UP-STEP RESULTS FOR WK-LOOK-STEP IN THE CYCLE
       01  WK-LOOK-STEP                PIC X(12) VALUE SPACE.
       01  WK-LOOK-DONE                PIC X(01) VALUE 'N'.
       01  WK-LOOK-SEQ                 PIC 9(03) VALUE 0.
       01  WK-LOOK-EOF                 PIC X(01) VALUE 'N'.

       01  RCL-STATUS-CODE             PIC X(02).

       LINKAGE SECTION.
       01  RCTL-AREA.                  COPY AMZWRCTL.
022702/
022703 PROCEDURE  DIVISION USING RCTL-AREA.
022704 0000-MAIN-PROCESSING.

           MOVE 'G'                    TO RCTL-RESULT.
           MOVE SPACES                 TO RCTL-REASON.
      *    THE LEDGER PERSISTS ACROSS RUNS - CREATED ON FIRST USE
           OPEN I-O    RUNCTL-FILE.
           IF RCL-STATUS-CODE = '35'
               OPEN OUTPUT RUNCTL-FILE
               CLOSE       RUNCTL-FILE
               OPEN I-O    RUNCTL-FILE
           END-IF.
           IF RCL-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== RUN-CONTROL LEDGER OPEN FAILED ======='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' RCL-STATUS-CODE
               MOVE 'R'                TO RCTL-RESULT
               MOVE 'RUN-CONTROL LEDGER OPEN FAILED'
                                       TO RCTL-REASON
               GOBACK
           END-IF.

           ACCEPT WK-TODAY-DATE        FROM DATE YYYYMMDD.
           ACCEPT WK-TODAY-TIME        FROM TIME.

           IF RCTL-CHECK-IN
               PERFORM CHECK-IN-STEP
                  THRU CHECK-IN-STEP-EXIT
           ELSE
               PERFORM CHECK-OUT-STEP
                  THRU CHECK-OUT-STEP-EXIT
           END-IF.

           CLOSE       RUNCTL-FILE.
380908
           GOBACK.

       CHECK-IN-STEP.
           MOVE ZEROS                  TO WK-REFUSE-CNT.
           DISPLAY 'RUN CONTROL ' RCTL-STEP ' CYCLE ' RCTL-RUN-DATE
                   ' ' RCTL-RUN-TYPE ' ' RCTL-RUN-ORG
                   ' INPUT ' RCTL-IN-CNT ' HASH ' RCTL-IN-HASH.

      *    A BACKED-OUT CYCLE TAKES NO MORE POSTINGS, AND IS NOT
      *    BACKED OUT A SECOND TIME
           MOVE 'AMFBBKO'              TO WK-LOOK-STEP.
           PERFORM LOOK-UP-STEP
              THRU LOOK-UP-STEP-EXIT.
           IF WK-LOOK-DONE = 'Y'
               IF RCTL-STEP = 'AMFBBKO'
                   MOVE 'CYCLE ALREADY BACKED OUT'
                                       TO WK-REFUSE-TEXT
               ELSE
                   MOVE 'CYCLE HAS BEEN BACKED OUT BY AMFBBKO'
                                       TO WK-REFUSE-TEXT
               END-IF
               PERFORM NOTE-REFUSAL
                  THRU NOTE-REFUSAL-EXIT
           END-IF.

           PERFORM CHECK-PREREQ
              THRU CHECK-PREREQ-EXIT
               VARYING WK-PQX FROM 1 BY 1
                 UNTIL WK-PQX > WK-PREREQ-CNT.

      *    THE SAME INPUT FILE FED IN A SECOND TIME
           IF RCTL-IN-CNT > 0
               MOVE SPACES             TO RCL-KEY
               MOVE 'H'                TO RCL-KIND
               MOVE RCTL-STEP          TO RCL-H-STEP
               MOVE RCTL-IN-CNT        TO RCL-H-IN-CNT
               MOVE RCTL-IN-HASH       TO RCL-H-IN-HASH
               READ RUNCTL-FILE
                   NOT INVALID KEY
                       MOVE SPACES     TO WK-REFUSE-TEXT
                       STRING 'INPUT ALREADY PROCESSED FOR CYCLE '
                              RCL-REF-CYCLE
                                       DELIMITED BY SIZE
                           INTO WK-REFUSE-TEXT
                       PERFORM NOTE-REFUSAL
                          THRU NOTE-REFUSAL-EXIT
               END-READ
           END-IF.

           IF WK-REFUSE-CNT > 0
               IF RCTL-OVERRIDE = 'Y'
                   DISPLAY '*** RUN CONTROL OVERRIDDEN BY PARM - '
                           'STEP WILL RUN ***'
               ELSE
                   MOVE 'R'            TO RCTL-RESULT
                   GO TO CHECK-IN-STEP-EXIT
               END-IF
           END-IF.

      *    RECORD THE START - THE NEXT SEQUENCE FOR THIS STEP
           MOVE RCTL-STEP              TO WK-LOOK-STEP.
           PERFORM LOOK-UP-STEP
              THRU LOOK-UP-STEP-EXIT.
           ADD 1 WK-LOOK-SEQ       GIVING RCTL-SEQ.
           MOVE SPACES                 TO RCL-REC.
           INITIALIZE RCL-REC.
           MOVE 'S'                    TO RCL-KIND.
           MOVE RCTL-CYCLE             TO RCL-CYCLE.
           MOVE RCTL-STEP              TO RCL-STEP.
           MOVE RCTL-SEQ               TO RCL-SEQ.
           MOVE 'S'                    TO RCL-STATUS.
           MOVE RCTL-OVERRIDE          TO RCL-OVERRIDE.
           MOVE RCTL-IN-CNT            TO RCL-IN-CNT.
           MOVE RCTL-IN-HASH           TO RCL-IN-HASH.
           MOVE WK-TODAY-DATE          TO RCL-START-DATE.
           MOVE WK-TODAY-TIME          TO RCL-START-TIME.
           WRITE RCL-REC.

       CHECK-IN-STEP-EXIT.
           EXIT.

       CHECK-PREREQ.
           IF WK-PQ-STEP (WK-PQX) NOT = RCTL-STEP
               GO TO CHECK-PREREQ-EXIT
           END-IF.
           PERFORM CHECK-ONE-NEED
              THRU CHECK-ONE-NEED-EXIT
               VARYING WK-PNX FROM 1 BY 1
                 UNTIL WK-PNX > 2.

       CHECK-PREREQ-EXIT.
           EXIT.

       CHECK-ONE-NEED.
           IF WK-PQ-NEED (WK-PQX WK-PNX) = SPACES
               GO TO CHECK-ONE-NEED-EXIT
           END-IF.
           MOVE WK-PQ-NEED (WK-PQX WK-PNX) TO WK-LOOK-STEP.
           PERFORM LOOK-UP-STEP
              THRU LOOK-UP-STEP-EXIT.
           IF WK-LOOK-DONE NOT = 'Y'
               MOVE SPACES             TO WK-REFUSE-TEXT
               STRING 'PREREQUISITE STEP ' WK-LOOK-STEP
                      ' NOT COMPLETE FOR CYCLE'
                                       DELIMITED BY SIZE
                   INTO WK-REFUSE-TEXT
               PERFORM NOTE-REFUSAL
                  THRU NOTE-REFUSAL-EXIT
           END-IF.

       CHECK-ONE-NEED-EXIT.
           EXIT.

       NOTE-REFUSAL.
           ADD 1                       TO WK-REFUSE-CNT.
           DISPLAY '*** RUN CONTROL: ' WK-REFUSE-TEXT.
           IF WK-REFUSE-CNT = 1
               MOVE WK-REFUSE-TEXT     TO RCTL-REASON
           END-IF.

       NOTE-REFUSAL-EXIT.
           EXIT.

       LOOK-UP-STEP.
      *    EVERY EXECUTION OF WK-LOOK-STEP FOR THE CYCLE - WHETHER
      *    ANY COMPLETED, AND THE HIGHEST SEQUENCE USED
           MOVE 'N'                    TO WK-LOOK-DONE
                                          WK-LOOK-EOF.
           MOVE ZEROS                  TO WK-LOOK-SEQ.
           MOVE SPACES                 TO RCL-KEY.
           MOVE 'S'                    TO RCL-KIND.
           MOVE RCTL-CYCLE             TO RCL-CYCLE.
           MOVE WK-LOOK-STEP           TO RCL-STEP.
           MOVE ZEROS                  TO RCL-SEQ.
           START RUNCTL-FILE KEY NOT < RCL-KEY
               INVALID KEY MOVE 'Y'    TO WK-LOOK-EOF
           END-START.
           PERFORM LOOK-UP-ONE-ROW
              THRU LOOK-UP-ONE-ROW-EXIT
               UNTIL WK-LOOK-EOF = 'Y'.

       LOOK-UP-STEP-EXIT.
           EXIT.

       LOOK-UP-ONE-ROW.
           READ RUNCTL-FILE NEXT
               AT END MOVE 'Y'         TO WK-LOOK-EOF
           END-READ.
           IF WK-LOOK-EOF = 'Y'
               GO TO LOOK-UP-ONE-ROW-EXIT
           END-IF.
           IF RCL-KIND  NOT = 'S'
           OR RCL-CYCLE NOT = RCTL-CYCLE
           OR RCL-STEP  NOT = WK-LOOK-STEP
               MOVE 'Y'                TO WK-LOOK-EOF
               GO TO LOOK-UP-ONE-ROW-EXIT
           END-IF.
           MOVE RCL-SEQ                TO WK-LOOK-SEQ.
           IF RCL-STATUS = 'C'
               MOVE 'Y'                TO WK-LOOK-DONE
           END-IF.

       LOOK-UP-ONE-ROW-EXIT.
           EXIT.

       CHECK-OUT-STEP.
           MOVE SPACES                 TO RCL-KEY.
           MOVE 'S'                    TO RCL-KIND.
           MOVE RCTL-CYCLE             TO RCL-CYCLE.
           MOVE RCTL-STEP              TO RCL-STEP.
           MOVE RCTL-SEQ               TO RCL-SEQ.
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY '*** RUN CONTROL ROW NOT FOUND FOR '
                           RCTL-STEP ' ' RCTL-CYCLE ' ' RCTL-SEQ
                   GO TO CHECK-OUT-STEP-EXIT
           END-READ.
           IF RCTL-STEP-RC = 0
           OR RCTL-STEP-RC = 4
               MOVE 'C'                TO RCL-STATUS
           ELSE
               MOVE 'F'                TO RCL-STATUS
           END-IF.
           MOVE RCTL-OUT-CNT           TO RCL-OUT-CNT.
           MOVE RCTL-OUT-AMT           TO RCL-OUT-AMT.
           MOVE RCTL-STEP-RC           TO RCL-STEP-RC.
           MOVE WK-TODAY-DATE          TO RCL-END-DATE.
           MOVE WK-TODAY-TIME          TO RCL-END-TIME.
           REWRITE RCL-REC.
           DISPLAY 'RUN CONTROL ' RCTL-STEP ' ' RCL-STATUS
                   ' OUTPUT ' RCTL-OUT-CNT ' AMOUNT ' RCTL-OUT-AMT.

      *    A COMPLETED INPUT IS FINGERPRINTED SO IT CANNOT BE FED
      *    IN AGAIN - AN OVERRIDDEN REPEAT MOVES THE FINGERPRINT
      *    TO THE LATEST CYCLE
           IF RCL-STATUS NOT = 'C'
           OR RCTL-IN-CNT = 0
               GO TO CHECK-OUT-STEP-EXIT
           END-IF.
           MOVE SPACES                 TO RCL-REC.
           INITIALIZE RCL-REC.
           MOVE 'H'                    TO RCL-KIND.
           MOVE RCTL-STEP              TO RCL-H-STEP.
           MOVE RCTL-IN-CNT            TO RCL-H-IN-CNT.
           MOVE RCTL-IN-HASH           TO RCL-H-IN-HASH.
           MOVE 'C'                    TO RCL-STATUS.
           MOVE RCTL-IN-CNT            TO RCL-IN-CNT.
           MOVE RCTL-IN-HASH           TO RCL-IN-HASH.
           MOVE RCTL-OUT-CNT           TO RCL-OUT-CNT.
           MOVE RCTL-OUT-AMT           TO RCL-OUT-AMT.
           MOVE WK-TODAY-DATE          TO RCL-END-DATE.
           MOVE WK-TODAY-TIME          TO RCL-END-TIME.
           MOVE RCTL-CYCLE             TO RCL-REF-CYCLE.
           MOVE RCTL-SEQ               TO RCL-REF-SEQ.
           WRITE RCL-REC
               INVALID KEY
                   REWRITE RCL-REC
           END-WRITE.

       CHECK-OUT-STEP-EXIT.
           EXIT.
