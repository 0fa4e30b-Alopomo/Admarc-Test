037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    09/01/26 - AL-01    new program - partition merge  *
      ***    10/15/26 - AL-02    run-control ledger check       *
      ***    10/15/26 - AL-03    refuse run with no cycle       *
      ***********************************************************
      *    FINAL MERGE STEP FOR PARTITIONED AMOFLPRG RUNS.      *
      *    READS THE CONCATENATED PER-PARTITION CONTROL-FILE    *
      *    A GAP IS A PARTITION BOUNDARY EXACTLY WHEN THE TWO   *
      *    NUMBERS FALL IN DIFFERENT SLICES; IN-BLOCK GAPS ARE  *
      *    REPORTED.                                            *
      *    THE STEP CHECKS IN WITH THE RUN-CONTROL LEDGER       *
      *    (AMFRCTL) UNDER THE BILLING CYCLE ON THE CONTROL     *
      *    RECORDS (RUN DATE, TYPE, ORG), WHICH THE PARM CARD   *
      *    MAY OVERRIDE, AND IS REFUSED WHEN THE SAME CONTROL   *
      *    RECORDS WERE ALREADY MERGED OR THE CYCLE WAS BACKED  *
      *    OUT, UNLESS THE PARM CARD OVERRIDE IS SET.  A SINGLE *
      *    (UNPARTITIONED) RUN PASSES ITS ONE CONTROL RECORD    *
      *    THROUGH THIS STEP SO THE CYCLE IS ACCEPTED ON THE    *
      *    LEDGER BEFORE CASH IS APPLIED AGAINST IT.            *
      *    WHEN NEITHER THE PARM CARD NOR THE CONTROL RECORDS   *
      *    NAME THE CYCLE THE STEP IS REFUSED RATHER THAN RUN   *
      *    UNDER TODAY'S DATE.                                  *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
           05  INVREG-VAT-AMT          PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.

       01  PARM-CARD.
           05  FILLER                  PIC X(40) VALUE SPACES.
      *    COLUMNS 41-53 - BILLING CYCLE AND OVERRIDE FOR THE
      *    RUN-CONTROL LEDGER (AMFRCTL)
           05  PARM-RUN-DATE           PIC X(08) VALUE SPACES.
           05  PARM-RUN-TYPE           PIC X(01) VALUE SPACES.
           05  PARM-RUN-ORG            PIC X(03) VALUE SPACES.
           05  PARM-RC-OVERRIDE        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE SPACES.

018331 01  IO-PKT.                     COPY AMZWIOP.
       01  RCTL-AREA.                  COPY AMZWRCTL.
018332/
       01  WK-CTL-EOF                  PIC X(01) VALUE 'N'.
       01  WK-REG-EOF                  PIC X(01) VALUE 'N'.
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

      *    THE RUN-CONTROL LEDGER IS CHECKED BEFORE ANY FILE IS
      *    OPENED
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT.
           IF RCTL-REFUSED
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  CTLIN-FILE.
022800     OPEN OUTPUT CTLOUT-FILE.

              THRU AUDIT-COMBINED-REGISTER-EXIT.

       9000-WRAP-UP.
           MOVE WK-TOT-CNT             TO RCTL-OUT-CNT.
           MOVE WK-TOT-NET             TO RCTL-OUT-AMT.
           PERFORM CLOSE-RUN-CONTROL
              THRU CLOSE-RUN-CONTROL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           CLOSE       CTLIN-FILE

       AUDIT-ONE-REG-REC-EXIT.
           EXIT.

       CHECK-RUN-CONTROL.
      *    CHECK IN WITH THE RUN-CONTROL LEDGER.  THE INPUT IS
      *    COUNTED AND HASHED FIRST SO A FILE ALREADY PROCESSED IS
      *    TURNED AWAY BEFORE ANYTHING IS POSTED.
           INITIALIZE RCTL-AREA.
           MOVE 'I'                    TO RCTL-FUNCTION.
           MOVE 'AMFBMERG'             TO RCTL-STEP.
      *    THE CYCLE IS TAKEN FROM THE CONTROL RECORDS UNLESS THE
      *    PARM CARD NAMES IT
           IF PARM-RUN-DATE NUMERIC
               MOVE PARM-RUN-DATE      TO RCTL-RUN-DATE
           END-IF.
           MOVE PARM-RUN-TYPE          TO RCTL-RUN-TYPE.
           MOVE PARM-RUN-ORG           TO RCTL-RUN-ORG.
           MOVE PARM-RC-OVERRIDE       TO RCTL-OVERRIDE.

           OPEN INPUT  CTLIN-FILE.
           PERFORM HASH-INPUT-REC
              THRU HASH-INPUT-REC-EXIT
               UNTIL WK-CTL-EOF = 'Y'.
           CLOSE       CTLIN-FILE.
           MOVE 'N'                    TO WK-CTL-EOF.
           IF RCTL-RUN-DATE = 0
           OR RCTL-RUN-TYPE = SPACE
           OR RCTL-RUN-ORG = SPACES
               MOVE 'R'                TO RCTL-RESULT
               MOVE 'BILLING CYCLE NOT ON PARM CARD OR CONTROL RECORDS'
                                       TO RCTL-REASON
               DISPLAY '========================================='
               DISPLAY '== BILLING CYCLE NOT ON PARM CARD ======='
               DISPLAY '========================================='
               DISPLAY RCTL-REASON
               GO TO CHECK-RUN-CONTROL-EXIT
           END-IF.

           CALL 'AMFRCTL'              USING RCTL-AREA.
           IF RCTL-REFUSED
               DISPLAY '========================================='
               DISPLAY '== STEP REFUSED BY RUN-CONTROL LEDGER ==='
               DISPLAY '========================================='
               DISPLAY RCTL-REASON
               DISPLAY 'PARM-CARD OVERRIDE Y RUNS THE STEP ANYWAY'
           END-IF.

       CHECK-RUN-CONTROL-EXIT.
           EXIT.

       HASH-INPUT-REC.
           READ CTLIN-FILE INTO WK-CONTROL-REC
               AT END MOVE 'Y'         TO WK-CTL-EOF
           END-READ.
           IF WK-CTL-EOF = 'Y'
               GO TO HASH-INPUT-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           ADD CTL-REC-CNT             TO RCTL-IN-HASH.
           ADD CTL-REC-NET             TO RCTL-IN-HASH.

           IF RCTL-RUN-DATE = 0
           AND CTL-REC-RUN (1:8) NUMERIC
               MOVE CTL-REC-RUN (1:8)  TO RCTL-RUN-DATE
           END-IF.
           IF RCTL-RUN-TYPE = SPACE
               MOVE CTL-REC-TYPE       TO RCTL-RUN-TYPE
           END-IF.
           IF RCTL-RUN-ORG = SPACES
               MOVE CTL-REC-ORG        TO RCTL-RUN-ORG
           END-IF.

       HASH-INPUT-REC-EXIT.
           EXIT.

       CLOSE-RUN-CONTROL.
      *    CHECK OUT WITH THE STEP'S OUTPUT TOTALS AND RETURN CODE
           MOVE 'O'                    TO RCTL-FUNCTION.
           MOVE RETURN-CODE            TO RCTL-STEP-RC.
           CALL 'AMFRCTL'              USING RCTL-AREA.
           MOVE RCTL-STEP-RC           TO RETURN-CODE.

       CLOSE-RUN-CONTROL-EXIT.
           EXIT.
