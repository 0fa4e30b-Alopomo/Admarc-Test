037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    09/01/26 - AL-01    new program - cc response file *
      ***    10/15/26 - AL-02    reopen item on open-item master*
      ***    10/15/26 - AL-03    chargeback register            *
      ***    10/15/26 - AL-04    run-control ledger check       *
      ***    10/15/26 - AL-05    require cycle on parm card     *
      ***    10/15/26 - AL-06    close ledger row on open error *
      ***********************************************************
      *    COMPANION STEP TO AMOFLPRG.  READS THE CARD          *
      *    PROCESSOR'S SETTLEMENT RESPONSE FILE (ONE RECORD PER *
      *    WRITES (TOKENIZE-CC-NBR), THEN A TB10 DEBIT (ACTION  *
      *    '10', SAME AS THE BILLING DEBIT IT REINSTATES) IS    *
      *    WRITTEN TO REOPEN THE RECEIVABLE ON THE ACCOUNT,     *
      *    BATCH-TOTALED WITH TB11 RECORDS, AND THE INVOICE'S   *
      *    ROW ON THE OPEN-ITEM A/R MASTER (OPNITEM) IS OPENED  *
      *    BACK UP BY THE SAME AMOUNT.  EVERY DECLINE AND       *
      *    ANY TOKEN/INVOICE THAT FAILS THE CROSS-REFERENCE     *
      *    GOES ON THE DECLINE REPORT FOR THE CREDIT DESK.      *
      *    ONLY THE TOKEN'S LAST FOUR DIGITS EVER PRINT.        *
      *    EVERY POSTED CHARGEBACK IS ALSO WRITTEN TO THE       *
      *    CHARGEBACK REGISTER (CBREG, INVREG LAYOUT, AMOUNT    *
      *    NEGATED) SO COMMISSIONS CAN BE NETTED.               *
      *    THE STEP CHECKS IN WITH THE RUN-CONTROL LEDGER       *
      *    (AMFRCTL) FOR THE BILLING CYCLE ON THE PARM CARD AND *
      *    IS REFUSED UNTIL THE CYCLE HAS BEEN ACCEPTED BY      *
      *    AMFBMERG, WHEN THE CYCLE WAS BACKED OUT, OR WHEN THE *
      *    SAME RESPONSE FILE WAS ALREADY POSTED, UNLESS THE    *
      *    PARM CARD OVERRIDE IS SET.                           *
      *    THE CYCLE'S REGISTERS MUST ALSO HAVE BEEN LOADED ONTO*
      *    THE OPEN-ITEM MASTER (AMFAROIL) FIRST.               *
      *    THE PARM CARD MUST NAME THE CYCLE; A CARD WITHOUT ONE*
      *    IS REFUSED RATHER THAN RUN UNDER TODAY'S DATE.       *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECLINE-REPORT  ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CBREG-FILE      ASSIGN TO SYS009
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-KEYED-FILE ASSIGN TO SYS010
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS XRFK-TOKEN
                      FILE STATUS  IS XRFK-STATUS-CODE.
           SELECT OPNITEM-FILE    ASSIGN TO OPNITEM
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPIT-KEY
                      FILE STATUS  IS OPIT-STATUS-CODE.

004200/
004300 DATA DIVISION.
       FD  DECLINE-REPORT         COPY AMZFSEL.
       01  DECLINE-REPORT-REC          PIC X(133).

       FD  CBREG-FILE             COPY AMZFSEL.
       01  CBREG-REC                   PIC X(96).

       FD  XREF-KEYED-FILE        COPY AMZFSEL.
       01  XRFK-REC.
           05  XRFK-TOKEN              PIC X(16).
           05  XRFK-CC-NBR             PIC X(16).
           05  XRFK-INVC-NBR           PIC 9(09).

       FD  OPNITEM-FILE           COPY AMZFSEL.
       01  OPIT-REC.
           05  OPIT-KEY.
               10  OPIT-DOC-TYPE       PIC X(01).
               10  OPIT-DOC-NBR        PIC 9(09).
               10  OPIT-DOC-SEQ        PIC 9(03).
           05  OPIT-ACCT-NBR           PIC 9(09).
           05  OPIT-AGY-NBR            PIC 9(09).
           05  OPIT-PUB                PIC X(04).
           05  OPIT-DOC-DATE           PIC 9(08).
           05  OPIT-ORIG-AMT           PIC S9(09)V99.
           05  OPIT-OPEN-AMT           PIC S9(09)V99.
           05  OPIT-STATUS             PIC X(01).
           05  OPIT-LAST-DATE          PIC 9(08).
           05  OPIT-LAST-ACT           PIC X(02).
           05  OPIT-LAST-REF           PIC X(09).
           05  FILLER                  PIC X(40).

008100/
008200 WORKING-STORAGE SECTION.

           05  FILLER                  PIC X(02).
           05  CCXREF-INVC-NBR         PIC 9(09).

      *    CHARGEBACK REGISTER - INVREG LAYOUT
       01  WK-CBREG-REC.
           05  CBREG-INVC-NBR          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CBREG-ACCT-NBR          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CBREG-AGY-NBR           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CBREG-PUB               PIC X(04).
           05  FILLER                  PIC X(01).
           05  CBREG-INVC-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CBREG-GROSS-AMT         PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  CBREG-NET-AMT           PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  CBREG-VAT-AMT           PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.

124800 01  TB10-REC.                   COPY RTIRB10.
125000 01  TB11-REC.                   COPY RTIRB11.

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
       01  WK-BATCH-NBR.
           05  WK-BATCH-NBR-9          PIC 9(03) VALUE 1.
       01  WK-XREF-EOF                 PIC X(01) VALUE 'N'.
       01  WK-RPT-REASON               PIC X(16) VALUE SPACE.
       01  WK-POST-FLG                 PIC X(01) VALUE 'N'.
       01  WK-REOPEN-CNT               PIC 9(09) VALUE 0.
       01  WK-NEW-ITEM-CNT             PIC 9(09) VALUE 0.
       01  WK-CBREG-CNT                PIC 9(09) VALUE 0.

       01  WK-CC-MASKED.
           05  FILLER                  PIC X(15)
           05  ARE-THERE-MORE-RECORDS      PIC X(2).
           05  INPUT-RECORD-COUNTER        PIC 9(09)  COMP-3  VALUE 0.
       01  XRFK-STATUS-CODE            PIC X(02).
       01  WK-HASH-EOF                 PIC X(01) VALUE 'N'.
       01  OPIT-STATUS-CODE            PIC X(02).
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

           OPEN INPUT  CCRESP-FILE.
           OPEN INPUT  CCXREF-FILE.
022800     OPEN OUTPUT IAR-FILE.
           OPEN OUTPUT DECLINE-REPORT.
           OPEN OUTPUT CBREG-FILE.
           OPEN OUTPUT XREF-KEYED-FILE.
           CLOSE       XREF-KEYED-FILE.
           OPEN I-O    XREF-KEYED-FILE.
      *    THE OPEN-ITEM MASTER PERSISTS ACROSS RUNS
           OPEN I-O    OPNITEM-FILE.
           IF OPIT-STATUS-CODE = '35'
               OPEN OUTPUT OPNITEM-FILE
               CLOSE       OPNITEM-FILE
               OPEN I-O    OPNITEM-FILE
           END-IF.
           IF OPIT-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== OPEN-ITEM MASTER OPEN FAILED ========='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' OPIT-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               PERFORM CLOSE-RUN-CONTROL
                  THRU CLOSE-RUN-CONTROL-EXIT
               GOBACK
           END-IF.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.
           MOVE SPACES TO ARE-THERE-MORE-RECORDS.
                  THRU WRITE-AR-TB11-EXIT
           END-IF.

      *    THE STEP'S OUTPUT IS WHAT IT PUT BACK ON THE BOOKS
           ADD WK-DECLINE-CNT
               WK-CHRGBACK-CNT     GIVING RCTL-OUT-CNT.
           ADD WK-DECLINE-AMT
               WK-CHRGBACK-AMT     GIVING RCTL-OUT-AMT.
           PERFORM CLOSE-RUN-CONTROL
              THRU CLOSE-RUN-CONTROL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'TOTAL RESPONSE RECORDS:' INPUT-RECORD-COUNTER.
           DISPLAY 'CHARGEBACKS REOPENED:  ' WK-CHRGBACK-CNT.
           DISPLAY 'CHARGEBACK AMOUNT:     ' WK-CHRGBACK-AMT.
           DISPLAY 'XREF MISMATCHES:       ' WK-NOMATCH-CNT.
           DISPLAY 'OPEN ITEMS REOPENED:   ' WK-REOPEN-CNT.
           DISPLAY 'OPEN ITEMS ADDED:      ' WK-NEW-ITEM-CNT.
           DISPLAY 'CHARGEBACKS REGISTERED:' WK-CBREG-CNT.
           DISPLAY 'TB10 RECORDS WRITTEN:  ' WK-TB10-CNT.
           DISPLAY 'TB11 RECORDS WRITTEN:  ' WK-TB11-CNT.

                       CCXREF-FILE
                       IAR-FILE
                       DECLINE-REPORT
                       CBREG-FILE
                       XREF-KEYED-FILE
                       OPNITEM-FILE.
380908
           GOBACK.


           PERFORM WRITE-AR-TB10
              THRU WRITE-AR-TB10-EXIT.
           PERFORM REOPEN-OPEN-ITEM
              THRU REOPEN-OPEN-ITEM-EXIT.
           IF RSP-CODE = 'CB'
               PERFORM WRITE-CB-REGISTER
                  THRU WRITE-CB-REGISTER-EXIT
           END-IF.
           PERFORM WRITE-DECLINE-LINE
              THRU WRITE-DECLINE-LINE-EXIT.

       WRITE-AR-TB10-EXIT.
           EXIT.

       REOPEN-OPEN-ITEM.
      *    THE CHARGE THAT FAILED COMES BACK ONTO THE INVOICE'S OPEN
      *    AMOUNT.  AN INVOICE BILLED BEFORE THE OPEN-ITEM MASTER
      *    EXISTED GETS A ROW FOR THE REINSTATED AMOUNT, SO THE
      *    RECEIVABLE IS NEVER OFF THE MASTER WHILE IT IS ON A/R.
           MOVE 'I'                    TO OPIT-DOC-TYPE.
           MOVE RSP-INVC-NBR           TO OPIT-DOC-NBR.
           MOVE ZEROS                  TO OPIT-DOC-SEQ.
           READ OPNITEM-FILE
               INVALID KEY
                   MOVE SPACES         TO OPIT-REC
                   MOVE 'I'            TO OPIT-DOC-TYPE
                   MOVE RSP-INVC-NBR   TO OPIT-DOC-NBR
                   MOVE ZEROS          TO OPIT-DOC-SEQ
                   MOVE RSP-ACCT-NBR   TO OPIT-ACCT-NBR
                                          OPIT-AGY-NBR
                   MOVE RSP-DATE       TO OPIT-DOC-DATE
                                          OPIT-LAST-DATE
                   MOVE RSP-CHRG-AMT   TO OPIT-ORIG-AMT
                                          OPIT-OPEN-AMT
                   MOVE 'O'            TO OPIT-STATUS
                   MOVE RSP-CODE       TO OPIT-LAST-ACT
                   MOVE RSP-CC-TOKEN (13:4)
                                       TO OPIT-LAST-REF
                   WRITE OPIT-REC
                   ADD 1               TO WK-NEW-ITEM-CNT
                   GO TO REOPEN-OPEN-ITEM-EXIT
           END-READ.

           ADD RSP-CHRG-AMT            TO OPIT-OPEN-AMT.
           IF OPIT-OPEN-AMT < OPIT-ORIG-AMT
               MOVE 'P'                TO OPIT-STATUS
           ELSE
               MOVE 'O'                TO OPIT-STATUS
           END-IF.
           MOVE RSP-DATE               TO OPIT-LAST-DATE.
           MOVE RSP-CODE               TO OPIT-LAST-ACT.
           MOVE RSP-CC-TOKEN (13:4)    TO OPIT-LAST-REF.
           REWRITE OPIT-REC.
           ADD 1                       TO WK-REOPEN-CNT.

       REOPEN-OPEN-ITEM-EXIT.
           EXIT.

       WRITE-CB-REGISTER.
      *    THE CHARGEBACK TAKES THE SALE'S MONEY BACK - REGISTERED
      *    NEGATIVE, AS AMFBBKO REGISTERS ITS REVERSALS.  DECLINES
      *    ARE A FAILED PAYMENT, NOT A LOST SALE, AND ARE LEFT OFF.
           MOVE SPACES                 TO WK-CBREG-REC.
           MOVE RSP-INVC-NBR           TO CBREG-INVC-NBR.
           MOVE RSP-ACCT-NBR           TO CBREG-ACCT-NBR
                                          CBREG-AGY-NBR.
           MOVE OPIT-PUB               TO CBREG-PUB.
           MOVE RSP-DATE               TO CBREG-INVC-DATE.
           MOVE ZEROS                  TO CBREG-GROSS-AMT
                                          CBREG-VAT-AMT.
           COMPUTE CBREG-NET-AMT = ZERO - RSP-CHRG-AMT.
           WRITE CBREG-REC FROM WK-CBREG-REC.
           ADD 1                       TO WK-CBREG-CNT.

       WRITE-CB-REGISTER-EXIT.
           EXIT.

       WRITE-AR-TB11.
           MOVE WK-IAR-11-AMT          TO TB11-TOTAL-BATCH-AMT.
           MOVE ZEROS                  TO WK-IAR-11-AMT.
                 MOVE CCRESP-REC TO WK-CCRESP-REC
                 ADD 1 TO INPUT-RECORD-COUNTER
           END-READ.

       CHECK-RUN-CONTROL.
      *    CHECK IN WITH THE RUN-CONTROL LEDGER.  THE INPUT IS
      *    COUNTED AND HASHED FIRST SO A FILE ALREADY PROCESSED IS
      *    TURNED AWAY BEFORE ANYTHING IS POSTED.
           INITIALIZE RCTL-AREA.
           MOVE 'I'                    TO RCTL-FUNCTION.
           MOVE 'AMFCCRSP'             TO RCTL-STEP.
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

           OPEN INPUT  CCRESP-FILE.
           PERFORM HASH-INPUT-REC
              THRU HASH-INPUT-REC-EXIT
               UNTIL WK-HASH-EOF = 'Y'.
           CLOSE       CCRESP-FILE.

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
           READ CCRESP-FILE INTO WK-CCRESP-REC
               AT END MOVE 'Y'         TO WK-HASH-EOF
           END-READ.
           IF WK-HASH-EOF = 'Y'
               GO TO HASH-INPUT-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           ADD RSP-INVC-NBR            TO RCTL-IN-HASH.
           ADD RSP-CHRG-AMT            TO RCTL-IN-HASH.

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
