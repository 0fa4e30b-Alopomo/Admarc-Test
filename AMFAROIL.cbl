002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFAROIL.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - open item load   *
      ***    10/15/26 - AL-02    billing currency and fx rate   *
      ***    10/15/26 - AL-03    run-control ledger check       *
      ***********************************************************
      *    LOADS A BILLING RUN'S DOCUMENTS ONTO THE PERSISTENT  *
      *    OPEN-ITEM A/R MASTER (OPNITEM).  ONE MASTER ROW PER  *
      *    DOCUMENT:                                            *
      *      TYPE 'I' - NINB INVOICE FROM THE INVOICE REGISTER  *
      *                 (INVREG-FILE, AMOFLPRG OR THE AMFBMERG  *
      *                 COMBINED REGISTER)                      *
      *      TYPE 'C' - NCMB CREDIT MEMO OR CONTRACT REBATE     *
      *                 FROM THE CREDIT-MEMO REGISTER           *
      *                 (CMREG-FILE)                            *
      *    EACH ROW CARRIES THE ORIGINAL AMOUNT (NET PLUS VAT), *
      *    THE OPEN AMOUNT, STATUS AND LAST ACTIVITY.  AMFARLBX *
      *    CASH, AMFCCRSP REINSTATEMENTS AND AMFBBKO REVERSALS  *
      *    MAINTAIN THE ROWS FROM THERE; AMFARSTM AGES THEM.    *
      *    A DOCUMENT ALREADY ON THE MASTER IS NOT RELOADED -   *
      *    A RERUN OF THIS STEP CANNOT DOUBLE THE RECEIVABLE.   *
      *    OPEN-ITEM ROW TYPES (OPIT-DOC-TYPE):                 *
      *      'I' INVOICE   'C' CREDIT MEMO   'U' UNAPPLIED CASH *
      *    STATUS (OPIT-STATUS):                                *
      *      'O' OPEN  'P' PART PAID  'C' CLOSED  'R' REVERSED  *
      *    AMOUNTS ARE DOLLARS.  A DOCUMENT BILLED IN A FOREIGN *
      *    CURRENCY ALSO CARRIES THE CURRENCY AND THE RATE IT   *
      *    WAS BILLED AT (UNITS PER DOLLAR); ITS OPEN AMOUNT IN *
      *    THAT CURRENCY IS OPIT-OPEN-AMT TIMES OPIT-FX-RATE.   *
      *    THE STEP CHECKS IN WITH THE RUN-CONTROL LEDGER       *
      *    (AMFRCTL) FOR THE BILLING CYCLE ON THE PARM CARD AND *
      *    IS REFUSED UNTIL THE CYCLE HAS BEEN ACCEPTED BY      *
      *    AMFBMERG, WHEN THE CYCLE WAS BACKED OUT, OR WHEN THE *
      *    SAME REGISTERS WERE ALREADY LOADED, UNLESS THE PARM  *
      *    CARD OVERRIDE IS SET.  THE CASH, CHARGEBACK AND      *
      *    BACK-OUT STEPS WAIT ON THIS ONE FOR THE CYCLE.       *
      *    THE PARM CARD MUST NAME THE CYCLE; A CARD WITHOUT ONE*
      *    IS REFUSED RATHER THAN RUN UNDER TODAY'S DATE.       *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT INVREG-FILE     ASSIGN TO SYS007
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMREG-FILE      ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPNITEM-FILE    ASSIGN TO OPNITEM
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPIT-KEY
                      FILE STATUS  IS OPIT-STATUS-CODE.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
004701 FD  INVREG-FILE            COPY AMZFSEL.
004702 01  INVREG-REC                  PIC X(96).

       FD  CMREG-FILE             COPY AMZFSEL.
       01  CMREG-REC                   PIC X(96).

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

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
           05  OPIT-FX-DATA.
               10  OPIT-BILL-CURR      PIC X(03).
               10  OPIT-FX-RATE        PIC 9(04)V9(06).
           05  FILLER                  PIC X(27).

008100/
008200 WORKING-STORAGE SECTION.

013902 01  WK-INVREG-REC.
           05  INVREG-INVC-NBR         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  INVREG-ACCT-NBR         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  INVREG-AGY-NBR          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  INVREG-PUB              PIC X(04).
           05  FILLER                  PIC X(01).
           05  INVREG-INVC-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  INVREG-GROSS-AMT        PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  INVREG-NET-AMT          PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  INVREG-VAT-AMT          PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  INVREG-BILL-CURR        PIC X(03).
           05  INVREG-FX-RATE          PIC 9(04)V9(06).

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
       01  WK-REG-EOF                  PIC X(01) VALUE 'N'.
       01  WK-CM-EOF                   PIC X(01) VALUE 'N'.
       01  WK-DOC-TYPE                 PIC X(01) VALUE SPACE.
       01  WK-INVC-LOAD-CNT            PIC 9(09) VALUE 0.
       01  WK-INVC-LOAD-AMT            PIC S9(11)V99 VALUE +0.
       01  WK-CM-LOAD-CNT              PIC 9(09) VALUE 0.
       01  WK-CM-LOAD-AMT              PIC S9(11)V99 VALUE +0.
       01  WK-DUP-CNT                  PIC 9(09) VALUE 0.
       01  WK-FX-LOAD-CNT              PIC 9(09) VALUE 0.

       01  WK-AMT-P                    PIC ZZZ,ZZZ,ZZ9.99CR.
       01  WK-DUP-LINE.
           05  DUP-DOC-TYPE            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DUP-DOC-NBR             PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DUP-AGY-NBR             PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DUP-DOC-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DUP-AMT                 PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DUP-REASON              PIC X(30).

       01  WORK-FIELDS.
           05  ARE-THERE-MORE-RECORDS      PIC X(2).
           05  INPUT-RECORD-COUNTER        PIC 9(09)  COMP-3  VALUE 0.
       01  OPIT-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

      *    THE RUN-CONTROL LEDGER IS CHECKED BEFORE ANYTHING IS
      *    LOADED
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT.
           IF RCTL-REFUSED
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  INVREG-FILE
                       CMREG-FILE.
022800     OPEN OUTPUT REPORT-FILE.
      *    THE MASTER PERSISTS ACROSS RUNS - CREATED ON FIRST USE
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

           MOVE SPACES                 TO REPORT-REC.
           STRING 'T  DOCUMENT   BILLED ACCT  DOC DATE  '
                  '          AMOUNT  REASON'
                                       DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'I'                    TO WK-DOC-TYPE.
           PERFORM LOAD-INVOICE
              THRU LOAD-INVOICE-EXIT
               UNTIL WK-REG-EOF = 'Y'.
           MOVE 'C'                    TO WK-DOC-TYPE.
           PERFORM LOAD-CREDIT-MEMO
              THRU LOAD-CREDIT-MEMO-EXIT
               UNTIL WK-CM-EOF = 'Y'.

           ADD WK-INVC-LOAD-CNT WK-CM-LOAD-CNT
                                   GIVING RCTL-OUT-CNT.
           ADD WK-INVC-LOAD-AMT WK-CM-LOAD-AMT
                                   GIVING RCTL-OUT-AMT.
           PERFORM CLOSE-RUN-CONTROL
              THRU CLOSE-RUN-CONTROL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'INVOICES LOADED:       ' WK-INVC-LOAD-CNT.
           DISPLAY 'INVOICE AMOUNT:        ' WK-INVC-LOAD-AMT.
           DISPLAY 'CREDIT MEMOS LOADED:   ' WK-CM-LOAD-CNT.
           DISPLAY 'CREDIT MEMO AMOUNT:    ' WK-CM-LOAD-AMT.
           DISPLAY 'ALREADY ON MASTER:     ' WK-DUP-CNT.
           DISPLAY 'FOREIGN CURRENCY DOCS: ' WK-FX-LOAD-CNT.

           CLOSE       INVREG-FILE
                       CMREG-FILE
                       REPORT-FILE
                       OPNITEM-FILE.
380908
           GOBACK.

       LOAD-INVOICE.
           READ INVREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-REG-EOF
           END-READ.
           IF WK-REG-EOF = 'Y'
               GO TO LOAD-INVOICE-EXIT
           END-IF.
           PERFORM ADD-OPEN-ITEM
              THRU ADD-OPEN-ITEM-EXIT.
           IF OPIT-STATUS-CODE = '00'
               ADD 1                   TO WK-INVC-LOAD-CNT
               ADD OPIT-ORIG-AMT       TO WK-INVC-LOAD-AMT
           END-IF.

       LOAD-INVOICE-EXIT.
           EXIT.

       LOAD-CREDIT-MEMO.
           READ CMREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-CM-EOF
           END-READ.
           IF WK-CM-EOF = 'Y'
               GO TO LOAD-CREDIT-MEMO-EXIT
           END-IF.
           PERFORM ADD-OPEN-ITEM
              THRU ADD-OPEN-ITEM-EXIT.
           IF OPIT-STATUS-CODE = '00'
               ADD 1                   TO WK-CM-LOAD-CNT
               ADD OPIT-ORIG-AMT       TO WK-CM-LOAD-AMT
           END-IF.

       LOAD-CREDIT-MEMO-EXIT.
           EXIT.

       ADD-OPEN-ITEM.
      *    THE AMOUNT OWED ON THE DOCUMENT IS NET PLUS VAT - THE
      *    SAME FIGURE THE A/R LOAD POSTED FROM THE TB10 RECORDS
           MOVE SPACES                 TO OPIT-REC.
           MOVE WK-DOC-TYPE            TO OPIT-DOC-TYPE.
           MOVE INVREG-INVC-NBR        TO OPIT-DOC-NBR.
           MOVE ZEROS                  TO OPIT-DOC-SEQ.
           MOVE INVREG-ACCT-NBR        TO OPIT-ACCT-NBR.
           MOVE INVREG-AGY-NBR         TO OPIT-AGY-NBR.
           MOVE INVREG-PUB             TO OPIT-PUB.
           MOVE INVREG-INVC-DATE       TO OPIT-DOC-DATE
                                          OPIT-LAST-DATE.
           COMPUTE OPIT-ORIG-AMT = INVREG-NET-AMT + INVREG-VAT-AMT.
           MOVE OPIT-ORIG-AMT          TO OPIT-OPEN-AMT.
           IF OPIT-ORIG-AMT = ZEROS
               MOVE 'C'                TO OPIT-STATUS
           ELSE
               MOVE 'O'                TO OPIT-STATUS
           END-IF.
           IF WK-DOC-TYPE = 'I'
               MOVE 'IN'               TO OPIT-LAST-ACT
           ELSE
               MOVE 'CM'               TO OPIT-LAST-ACT
           END-IF.
           MOVE INVREG-INVC-NBR        TO OPIT-LAST-REF.
      *    SPACES ON THE REGISTER MEAN THE DOCUMENT WAS BILLED IN
      *    DOLLARS - LEAVE THE CURRENCY FIELDS BLANK
           IF INVREG-BILL-CURR NOT = SPACES
           AND INVREG-BILL-CURR NOT = 'USD'
           AND INVREG-FX-RATE NUMERIC
           AND INVREG-FX-RATE NOT = ZEROS
               MOVE INVREG-BILL-CURR   TO OPIT-BILL-CURR
               MOVE INVREG-FX-RATE     TO OPIT-FX-RATE
           END-IF.
           WRITE OPIT-REC
               INVALID KEY
                   MOVE 'ALREADY ON OPEN-ITEM MASTER'
                                       TO DUP-REASON
                   PERFORM WRITE-DUP-LINE
                      THRU WRITE-DUP-LINE-EXIT
               NOT INVALID KEY
                   IF OPIT-BILL-CURR NOT = SPACES
                       ADD 1           TO WK-FX-LOAD-CNT
                   END-IF
           END-WRITE.

       ADD-OPEN-ITEM-EXIT.
           EXIT.

       WRITE-DUP-LINE.
           MOVE WK-DOC-TYPE            TO DUP-DOC-TYPE.
           MOVE INVREG-INVC-NBR        TO DUP-DOC-NBR.
           MOVE INVREG-AGY-NBR         TO DUP-AGY-NBR.
           MOVE INVREG-INVC-DATE       TO DUP-DOC-DATE.
           MOVE OPIT-ORIG-AMT          TO WK-AMT-P.
           MOVE WK-AMT-P               TO DUP-AMT.
           MOVE SPACES                 TO REPORT-REC.
           MOVE WK-DUP-LINE            TO REPORT-REC.
           WRITE REPORT-REC.
           ADD 1                       TO WK-DUP-CNT.

       WRITE-DUP-LINE-EXIT.
           EXIT.

       CHECK-RUN-CONTROL.
      *    CHECK IN WITH THE RUN-CONTROL LEDGER.  BOTH REGISTERS ARE
      *    COUNTED AND HASHED FIRST SO REGISTERS ALREADY LOADED ARE
      *    TURNED AWAY BEFORE ANYTHING IS WRITTEN TO THE MASTER.
           INITIALIZE RCTL-AREA.
           MOVE 'I'                    TO RCTL-FUNCTION.
           MOVE 'AMFAROIL'             TO RCTL-STEP.
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

           OPEN INPUT  INVREG-FILE
                       CMREG-FILE.
           PERFORM HASH-INVREG-REC
              THRU HASH-INVREG-REC-EXIT
               UNTIL WK-REG-EOF = 'Y'.
           PERFORM HASH-CMREG-REC
              THRU HASH-CMREG-REC-EXIT
               UNTIL WK-CM-EOF = 'Y'.
           CLOSE       INVREG-FILE
                       CMREG-FILE.
           MOVE 'N'                    TO WK-REG-EOF
                                          WK-CM-EOF.

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

       HASH-INVREG-REC.
           READ INVREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-REG-EOF
           END-READ.
           IF WK-REG-EOF = 'Y'
               GO TO HASH-INVREG-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           ADD INVREG-INVC-NBR         TO RCTL-IN-HASH.
           ADD INVREG-NET-AMT          TO RCTL-IN-HASH.

       HASH-INVREG-REC-EXIT.
           EXIT.

       HASH-CMREG-REC.
           READ CMREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-CM-EOF
           END-READ.
           IF WK-CM-EOF = 'Y'
               GO TO HASH-CMREG-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           ADD INVREG-INVC-NBR         TO RCTL-IN-HASH.
           ADD INVREG-NET-AMT          TO RCTL-IN-HASH.

       HASH-CMREG-REC-EXIT.
           EXIT.

       CLOSE-RUN-CONTROL.
      *    CHECK OUT WITH THE STEP'S OUTPUT TOTALS AND RETURN CODE
           MOVE 'O'                    TO RCTL-FUNCTION.
           MOVE RETURN-CODE            TO RCTL-STEP-RC.
           CALL 'AMFRCTL'              USING RCTL-AREA.
           MOVE RCTL-STEP-RC           TO RETURN-CODE.

       CLOSE-RUN-CONTROL-EXIT.
           EXIT.
