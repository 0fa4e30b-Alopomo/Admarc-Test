037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    08/22/26 - AL-01    new program - bounce returns   *
      ***    10/15/26 - AL-02    run-control ledger check       *
      ***    10/15/26 - AL-03    require cycle on parm card     *
      ***********************************************************
      *    COMPANION STEP TO AMFNTEMAIL.  READS THE BOUNCE-     *
      *    RETURN FILE FROM THE EMAIL GATEWAY (ACCOUNT NUMBER,  *
      *    (AND FLIP NAD-PRINT-CTL BACK TO PAPER ONCE NO LIVE   *
      *    ADDRESS REMAINS) PLUS A CUSTOMER SERVICE REPORT OF   *
      *    ACCOUNTS THAT JUST LOST E-DELIVERY.                  *
      *    THE STEP CHECKS IN WITH THE RUN-CONTROL LEDGER       *
      *    (AMFRCTL) FOR THE BILLING CYCLE ON THE PARM CARD AND *
      *    IS REFUSED UNTIL THE CYCLE HAS BEEN ACCEPTED BY      *
      *    AMFBMERG, WHEN THE CYCLE WAS BACKED OUT, OR WHEN THE *
      *    SAME BOUNCE FILE WAS ALREADY COUNTED, UNLESS THE PARM*
      *    CARD OVERRIDE IS SET.                                *
      *    THE PARM CARD MUST NAME THE CYCLE; A CARD WITHOUT ONE*
      *    IS REFUSED RATHER THAN RUN UNDER TODAY'S DATE.       *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
018316 01  NAD-REC.                    COPY AMZRNAD.
018317/
018330 01  DB-FILES.                   COPY AMZWFILE.
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
018336 01  WK-EMAIL-SLOT               PIC 9(01) VALUE 0.
018336 01  WK-LIVE-EMAILS              PIC 9(01) VALUE 0.
       01  WORK-FIELDS.
           05  ARE-THERE-MORE-RECORDS      PIC X(2).
           05  INPUT-RECORD-COUNTER        PIC 9(09)  COMP-3  VALUE 0.
       01  WK-HASH-EOF                 PIC X(01) VALUE 'N'.
       01  HIST-STATUS-CODE                PIC X(02).
022702/
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

           OPEN INPUT  BOUNCE-FILE.
022800     OPEN OUTPUT UPD-TRANS-FILE.
           OPEN OUTPUT CS-REPORT-FILE.
              THRU PROCESS-BOUNCE-REC-EXIT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO'.

           MOVE WK-BLANKED-COUNT       TO RCTL-OUT-CNT.
           MOVE ZERO                   TO RCTL-OUT-AMT.
           PERFORM CLOSE-RUN-CONTROL
              THRU CLOSE-RUN-CONTROL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'TOTAL BOUNCE RECORDS:  ' INPUT-RECORD-COUNTER.
                 MOVE BOUNCE-REC TO WK-BOUNCE-REC
                 ADD 1 TO INPUT-RECORD-COUNTER
           END-READ.

       CHECK-RUN-CONTROL.
      *    CHECK IN WITH THE RUN-CONTROL LEDGER.  THE INPUT IS
      *    COUNTED AND HASHED FIRST SO A FILE ALREADY PROCESSED IS
      *    TURNED AWAY BEFORE ANYTHING IS POSTED.
           INITIALIZE RCTL-AREA.
           MOVE 'I'                    TO RCTL-FUNCTION.
           MOVE 'AMFNTBOUNCE'          TO RCTL-STEP.
      *    THE CYCLE MUST BE NAMED ON THE PARM CARD - A STEP IS
      *    NEVER CHECKED IN UNDER A CYCLE AMFBMERG DID NOT ACCEPT
           IF PARM-RUN-DATE NOT NUMERIC
           OR PARM-RUN-TYPE = SPACE
           OR PARM-RUN-ORG = SPACES
               MOVE 'R'                TO RCTL-RESULT
               MOVE 'BILLING CYCLE NOT ON PARM CARD COLUMNS 41-52'
                                       TO RCTL-REASON
               DISPLAY '========================================='
               DISPLAY '== BILLING CYCLE NOT ON PARM CARD ======='
               DISPLAY '========================================='
               DISPLAY 'COLUMNS 41-52 MUST CARRY THE RUN DATE, TYPE'
               DISPLAY 'AND ORG OF THE CYCLE AMFBMERG ACCEPTED'
               GO TO CHECK-RUN-CONTROL-EXIT
           END-IF.
           MOVE PARM-RUN-DATE          TO RCTL-RUN-DATE.
           MOVE PARM-RUN-TYPE          TO RCTL-RUN-TYPE.
           MOVE PARM-RUN-ORG           TO RCTL-RUN-ORG.
           MOVE PARM-RC-OVERRIDE       TO RCTL-OVERRIDE.

           OPEN INPUT  BOUNCE-FILE.
           PERFORM HASH-INPUT-REC
              THRU HASH-INPUT-REC-EXIT
               UNTIL WK-HASH-EOF = 'Y'.
           CLOSE       BOUNCE-FILE.

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
           READ BOUNCE-FILE INTO WK-BOUNCE-REC
               AT END MOVE 'Y'         TO WK-HASH-EOF
           END-READ.
           IF WK-HASH-EOF = 'Y'
               GO TO HASH-INPUT-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           ADD BNC-ACCT-NBR            TO RCTL-IN-HASH.
           ADD BNC-DATE                TO RCTL-IN-HASH.

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
