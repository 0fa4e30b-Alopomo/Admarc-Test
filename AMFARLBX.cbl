037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    09/01/26 - AL-01    new program - lockbox cash     *
      ***    10/15/26 - AL-02    apply cash to open-item master *
      ***    10/15/26 - AL-03    run-control ledger check       *
      ***    10/15/26 - AL-04    realized fx gain/loss posting  *
      ***    10/15/26 - AL-05    require cycle on parm card     *
      ***    10/15/26 - AL-06    close ledger row on open error *
      ***    10/15/26 - AL-07    abend on fx rate table overflow*
      ***********************************************************
      *    COMPANION STEP TO AMOFLPRG.  READS THE BANK'S        *
      *    LOCKBOX RETURN FILE (SAME SCAN-LINE RECORD TYPES     *
      *    1/5/6/4/7/8/9 THAT AMOFLPRG WRITES OUTBOUND),        *
      *    MATCHES EACH PAYMENT AGAINST THE OPEN-ITEM A/R       *
      *    MASTER (OPNITEM - EVERY REGISTERED DOCUMENT OF EVERY *
      *    RUN, LOADED BY AMFAROIL) AND GENERATES TB10/TB11 A/R *
      *    BATCH                                                *
      *    TRANSACTIONS TO POST THE CASH.  TB10 ACTION CODE     *
      *    '13' IS THE CASH-APPLICATION CREDIT ('10' = INVOICE  *
      *    DEBIT, '12' = CREDIT MEMO IN AMOFLPRG); THE ITEM     *
      *    AMOUNT IS THE NEGATED REMITTANCE SO THE TB11 BATCH   *
      *    TOTALS PROVE THE SAME WAY THE BILLING BATCHES DO.    *
      *    GL MAJOR/MINOR ARE LEFT FOR THE A/R LOAD'S CASH      *
      *    ACCOUNT DEFAULTS.  A SHORT-PAY APPLIES AS A PARTIAL  *
      *    PAYMENT AND LEAVES THE REST OPEN.  AN OVER-PAY, OR A *
      *    PAYMENT OF A DOCUMENT ALREADY PAID OR BACKED OUT,    *
      *    APPLIES WHAT IS OPEN AND PUTS THE REST ON ACCOUNT AS *
      *    AN UNAPPLIED-CASH ('U') OPEN ITEM.  ALL OF THESE ARE *
      *    LISTED FOR THE CASH DESK WITH POSTED = Y.  CASH THAT *
      *    CANNOT BE TIED TO AN OPEN ITEM (UNKNOWN INVOICE, BAD *
      *    MULTI-INVOICE SPREAD) POSTS NOTHING AND IS LISTED    *
      *    WITH POSTED = N - THE UNRESOLVED EXCEPTIONS.         *
      *    THE STEP CHECKS IN WITH THE RUN-CONTROL LEDGER       *
      *    (AMFRCTL) FOR THE BILLING CYCLE ON THE PARM CARD AND *
      *    IS REFUSED UNTIL THE CYCLE HAS BEEN ACCEPTED BY      *
      *    AMFBMERG, WHEN THE CYCLE WAS BACKED OUT, OR WHEN THE *
      *    SAME RETURN FILE WAS ALREADY POSTED, UNLESS THE PARM *
      *    CARD OVERRIDE IS SET.                                *
      *    THE CYCLE'S REGISTERS MUST ALSO HAVE BEEN LOADED ONTO*
      *    THE OPEN-ITEM MASTER (AMFAROIL) FIRST.               *
      *    THE PARM CARD MUST NAME THE CYCLE; A CARD WITHOUT ONE*
      *    IS REFUSED RATHER THAN RUN UNDER TODAY'S DATE.       *
      *    A FOREIGN-CURRENCY DOCUMENT (BILLED IN ANOTHER       *
      *    CURRENCY - OPIT-BILL-CURR) IS PAID IN DOLLARS AT THE *
      *    FXRATE RATE IN FORCE ON THE DEPOSIT DATE.  THE CHECK *
      *    CLEARS THE BILLED CURRENCY AMOUNT IT BUYS; THE       *
      *    DIFFERENCE BETWEEN THE DOLLARS RECEIVED AND THE      *
      *    DOLLARS OF RECEIVABLE CLEARED IS THE REALIZED        *
      *    EXCHANGE GAIN OR LOSS, POSTED AS ITS OWN TB10 ITEM   *
      *    TO THE PARM-CARD FX GL ACCOUNT (COLUMNS 1-6).        *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003900 FILE-CONTROL.
004001     SELECT LBXRTN-FILE     ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IAR-FILE        ASSIGN TO SYS005
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE  ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPNITEM-FILE    ASSIGN TO OPNITEM
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPIT-KEY
                      FILE STATUS  IS OPIT-STATUS-CODE.
           SELECT OPTIONAL FXRATE-FILE ASSIGN TO FXRATE
                      ORGANIZATION IS LINE SEQUENTIAL.

004200/
004300 DATA DIVISION.
004701 FD  LBXRTN-FILE            COPY AMZFSEL.
004702 01  LBXRTN-REC                  PIC X(80).

       FD  IAR-FILE               COPY AMZFSEL.
       01  IAR-REC                     PIC X(96).

       FD  EXCEPTION-FILE         COPY AMZFSEL.
       01  EXCEPTION-REC               PIC X(133).

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

       FD  FXRATE-FILE            COPY AMZFSEL.
       01  FXRATE-REC                  PIC X(80).

008100/
008200 WORKING-STORAGE SECTION.
           05  LBX-R8-REMIT-TOT        PIC 9(08)V99.
           05  FILLER                  PIC X(46).

124800 01  TB10-REC.                   COPY RTIRB10.
125000 01  TB11-REC.                   COPY RTIRB11.

       01  PARM-CARD.
      *    COLUMNS 1-6 - GL MAJOR/MINOR FOR REALIZED EXCHANGE GAIN
      *    AND LOSS (BLANK - THE A/R LOAD'S DEFAULT)
           05  PARM-FX-MAJOR           PIC X(02) VALUE SPACES.
           05  PARM-FX-MINOR           PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(34) VALUE SPACES.
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
      *    PENDING PAYMENT - A TYPE 6 IS HELD UNTIL THE NEXT RECORD
      *    IS READ, BECAUSE A TYPE 4 OVERFLOW (MULTI-INVOICE CHECK)
       01  WK-MULTI-SUM                PIC S9(09)V99 VALUE +0.
       01  WK-MULTI-BAD                PIC X(01) VALUE 'N'.
       01  WK-EXC-REASON               PIC X(20) VALUE SPACE.
       01  WK-EXC-POSTED               PIC X(01) VALUE 'N'.
       01  WK-POST-AMT                 PIC S9(09)V99 VALUE +0.
       01  WK-INVC-PART-AMT            PIC S9(09)V99 VALUE +0.
       01  WK-ON-ACCT-AMT              PIC S9(09)V99 VALUE +0.
       01  WK-OPIT-FOUND               PIC X(01) VALUE 'N'.
       01  WK-SEQ-FREE                 PIC X(01) VALUE 'N'.
       01  WK-SAVE-OPIT-REC            PIC X(125) VALUE SPACE.

      *    FOREIGN-CURRENCY APPLICATION - RATES ARE UNITS OF THE
      *    BILLING CURRENCY PER US DOLLAR
       01  WK-FX-ITEM                  PIC X(01) VALUE 'N'.
       01  WK-FX-NO-RATE               PIC X(01) VALUE 'N'.
       01  WK-PAY-RATE                 PIC 9(04)V9(06) VALUE 0.
       01  WK-PAY-RATE-DATE            PIC 9(08) VALUE 0.
       01  WK-DUE-AMT                  PIC S9(09)V99 VALUE +0.
       01  WK-FX-OPEN-AMT              PIC S9(09)V99 VALUE +0.
       01  WK-FX-PAID-AMT              PIC S9(09)V99 VALUE +0.
       01  WK-FX-RECV-AMT              PIC S9(09)V99 VALUE +0.
       01  WK-FX-GAIN-AMT              PIC S9(09)V99 VALUE +0.
       01  WK-FX-ITEM-CNT              PIC 9(09) VALUE 0.
       01  WK-FX-GAIN-CNT              PIC 9(09) VALUE 0.
       01  WK-FX-GAIN-TOT              PIC S9(11)V99 VALUE +0.
       01  WK-FX-LOSS-CNT              PIC 9(09) VALUE 0.
       01  WK-FX-LOSS-TOT              PIC S9(11)V99 VALUE +0.
       01  WK-FXRATE-EOF               PIC X(01) VALUE 'N'.
       01  WK-FXRATE-REC.
           05  FXR-CURR                PIC X(03).
           05  FILLER                  PIC X(01).
           05  FXR-EFF-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FXR-RATE                PIC 9(04)V9(06).
           05  FILLER                  PIC X(57).
       01  WK-FXR-CNT                  PIC 9(04) VALUE 0.
       01  WK-FXR-MAX                  PIC 9(04) VALUE 500.
      *    ABEND CODE - FX RATE TABLE NEEDS EXPANDING (AS AMOFLPRG)
       01  IN53                        PIC X(04) VALUE 'IN53'.
       01  WK-FXR-TABLE.
           05  WK-FXR-LINE OCCURS 500 INDEXED BY WK-FXX.
               10  WK-FXR-CURR         PIC X(03).
               10  WK-FXR-DATE         PIC 9(08).
               10  WK-FXR-RATE         PIC 9(04)V9(06).

       01  WK-BATCH-NBR.
           05  WK-BATCH-NBR-9          PIC 9(03) VALUE 1.
       01  WK-IAR-11-AMT               PIC S9(09)V99 VALUE +0.
       01  WK-IAR-STATUS               PIC X(02) VALUE '00'.

       01  WK-APPLIED-CNT              PIC 9(09) VALUE 0.
       01  WK-APPLIED-AMT              PIC S9(11)V99 VALUE +0.
       01  WK-EXCEPTION-CNT            PIC 9(09) VALUE 0.
       01  WK-EXCEPTION-AMT            PIC S9(11)V99 VALUE +0.
       01  WK-PARTIAL-CNT              PIC 9(09) VALUE 0.
       01  WK-ON-ACCT-CNT              PIC 9(09) VALUE 0.
       01  WK-ON-ACCT-TOT              PIC S9(11)V99 VALUE +0.
       01  WK-TB10-CNT                 PIC 9(09) VALUE 0.
       01  WK-TB11-CNT                 PIC 9(09) VALUE 0.
       01  WK-BCH-ITEM-CNT             PIC 9(09) VALUE 0.
           05  EXC-REG-AMT             PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXC-REASON              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXC-POSTED              PIC X(01).

       01  WORK-FIELDS.
           05  ARE-THERE-MORE-RECORDS      PIC X(2).
           05  INPUT-RECORD-COUNTER        PIC 9(09)  COMP-3  VALUE 0.
       01  WK-HASH-EOF                 PIC X(01) VALUE 'N'.
       01  OPIT-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

      *    THE RATE TABLE IS LOADED FIRST - A TABLE TOO SMALL FOR
      *    THE FXRATE FILE ENDS THE RUN BEFORE THE LEDGER IS CHECKED
      *    IN OR ANYTHING POSTS.  THE RUN-CONTROL LEDGER IS THEN
      *    CHECKED BEFORE ANY POSTING FILE IS OPENED.
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           PERFORM LOAD-FX-RATES
              THRU LOAD-FX-RATES-EXIT.
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT.
           IF RCTL-REFUSED
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  LBXRTN-FILE.
022800     OPEN OUTPUT IAR-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
      *    THE OPEN-ITEM MASTER PERSISTS ACROSS RUNS - CASH FOR ANY
      *    PRIOR CYCLE'S DOCUMENT MATCHES HERE
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
           MOVE '1'                    TO TB10-ENTITY.
           MOVE '1'                    TO TB11-ENTITY.

           PERFORM WRITE-EXC-HEADING.

           PERFORM READ-LBXRTN-FILE.
                  THRU WRITE-AR-TB11-EXIT
           END-IF.

           MOVE WK-APPLIED-CNT         TO RCTL-OUT-CNT.
           MOVE WK-APPLIED-AMT         TO RCTL-OUT-AMT.
           PERFORM CLOSE-RUN-CONTROL
              THRU CLOSE-RUN-CONTROL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'TOTAL RETURN RECORDS:  ' INPUT-RECORD-COUNTER.
           DISPLAY 'AMOUNT APPLIED:        ' WK-APPLIED-AMT.
           DISPLAY 'EXCEPTIONS:            ' WK-EXCEPTION-CNT.
           DISPLAY 'EXCEPTION AMOUNT:      ' WK-EXCEPTION-AMT.
           DISPLAY 'PARTIAL PAYMENTS:      ' WK-PARTIAL-CNT.
           DISPLAY 'ON-ACCOUNT ITEMS:      ' WK-ON-ACCT-CNT.
           DISPLAY 'ON-ACCOUNT AMOUNT:     ' WK-ON-ACCT-TOT.
           DISPLAY 'TB10 RECORDS WRITTEN:  ' WK-TB10-CNT.
           DISPLAY 'TB11 RECORDS WRITTEN:  ' WK-TB11-CNT.
           DISPLAY 'FX ITEMS APPLIED:      ' WK-FX-ITEM-CNT.
           DISPLAY 'FX GAINS POSTED:       ' WK-FX-GAIN-CNT.
           DISPLAY 'FX GAIN AMOUNT:        ' WK-FX-GAIN-TOT.
           DISPLAY 'FX LOSSES POSTED:      ' WK-FX-LOSS-CNT.
           DISPLAY 'FX LOSS AMOUNT:        ' WK-FX-LOSS-TOT.

           CLOSE       LBXRTN-FILE
                       IAR-FILE
                       EXCEPTION-FILE
                       OPNITEM-FILE.
380908
           GOBACK.

       PROCESS-LBXRTN-REC.
           MOVE WK-LBXRTN-REC (1:1)    TO WK-LBX-REC-TYPE.


       APPLY-MULTI-INVC.
      *    A TYPE 4 SPREADS THE HELD CHECK OVER THE LISTED INVOICES
      *    AT EACH ONE'S OPEN AMOUNT.  THE SPREAD ONLY POSTS WHEN
      *    THE OPEN AMOUNTS SUM EXACTLY TO THE CHECK; OTHERWISE THE
      *    WHOLE CHECK IS AN EXCEPTION - A PARTIAL POSTING OF A
      *    MULTI-INVOICE CHECK IS EXACTLY THE MISAPPLIED CASH THIS
      *    PROGRAM EXISTS TO STOP.
           IF WK-PEND-6 NOT = 'Y'
               DISPLAY 'TYPE 4 WITHOUT TYPE 6 - BATCH '
                       LBX-R4-BCH-NBR ' ITEM ' LBX-R4-ITEM-NBR
           END-IF.
           MOVE 'N'                    TO WK-PEND-6.

      *    AN INVOICE ALREADY PAID (NOTHING OPEN), OR ONE LISTED
      *    TWICE ON THE SAME CHECK, FAILS THE WHOLE CHECK HERE -
      *    OTHERWISE THE SPREAD WOULD POST SOME INVOICES AND EXCEPT
      *    THE DUPLICATE, THE PARTIAL POSTING THIS PARAGRAPH EXISTS
      *    TO PREVENT
           MOVE 0                      TO WK-MULTI-SUM.
           MOVE 'N'                    TO WK-MULTI-BAD.
           PERFORM VARYING R4X FROM 1 BY 1 UNTIL R4X > 7
                           MOVE 'Y'    TO WK-MULTI-BAD
                       END-IF
                   END-PERFORM
                   MOVE LBX-R4-INVC-NBR (R4X) TO WK-PEND-INVC-NBR
                   PERFORM READ-INVC-OPEN-ITEM
                      THRU READ-INVC-OPEN-ITEM-EXIT
                   IF WK-OPIT-FOUND NOT = 'Y'
                       MOVE 'Y'        TO WK-MULTI-BAD
                   ELSE
                       IF OPIT-OPEN-AMT NOT > 0
                           MOVE 'Y'    TO WK-MULTI-BAD
                       END-IF
                       PERFORM GET-DUE-AMT
                          THRU GET-DUE-AMT-EXIT
                       ADD WK-DUE-AMT  TO WK-MULTI-SUM
                   END-IF
               END-IF
           END-PERFORM.

               MOVE WK-PEND-INVC-NBR   TO EXC-INVC-NBR
               MOVE 'MULTI-INVC MISMATCH'
                                       TO WK-EXC-REASON
               MOVE 'N'                TO WK-EXC-POSTED
               MOVE WK-PEND-REMIT-AMT  TO WK-EXC-AMT-P1
               MOVE WK-MULTI-SUM       TO WK-EXC-AMT-P2
               PERFORM WRITE-EXCEPTION
           PERFORM VARYING R4X FROM 1 BY 1 UNTIL R4X > 7
               IF LBX-R4-INVC-NBR (R4X) NOT = ZEROS
                   MOVE LBX-R4-INVC-NBR (R4X) TO WK-PEND-INVC-NBR
                   PERFORM READ-INVC-OPEN-ITEM
                      THRU READ-INVC-OPEN-ITEM-EXIT
                   PERFORM GET-DUE-AMT
                      THRU GET-DUE-AMT-EXIT
                   MOVE WK-DUE-AMT     TO WK-APPLY-AMT
                   PERFORM APPLY-ONE-INVC
                      THRU APPLY-ONE-INVC-EXIT
               END-IF
       APPLY-MULTI-INVC-EXIT.
           EXIT.

       READ-INVC-OPEN-ITEM.
           MOVE 'I'                    TO OPIT-DOC-TYPE.
           MOVE WK-PEND-INVC-NBR       TO OPIT-DOC-NBR.
           MOVE ZEROS                  TO OPIT-DOC-SEQ.
           READ OPNITEM-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-OPIT-FOUND
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-OPIT-FOUND
           END-READ.

       READ-INVC-OPEN-ITEM-EXIT.
           EXIT.

       APPLY-ONE-INVC.
      *    MATCH ONE PAYMENT TO ITS OPEN ITEM AND POST IT.  ONLY A
      *    PAYMENT THAT NAMES NO KNOWN DOCUMENT POSTS NOTHING - THE
      *    ACCOUNT CANNOT BE IDENTIFIED.
           PERFORM READ-INVC-OPEN-ITEM
              THRU READ-INVC-OPEN-ITEM-EXIT.
           IF WK-OPIT-FOUND NOT = 'Y'
               MOVE 'NO OPEN ITEM      '
                                       TO WK-EXC-REASON
               MOVE 'N'                TO WK-EXC-POSTED
               MOVE 0                  TO WK-EXC-AMT-P2
               PERFORM NOTE-EXCEPTION
                  THRU NOTE-EXCEPTION-EXIT
               GO TO APPLY-ONE-INVC-EXIT
           END-IF.

      *    THE INVOICE TAKES NO MORE THAN IS OPEN ON IT - A BACKED-
      *    OUT OR PAID DOCUMENT HAS NOTHING OPEN.  THE REST OF THE
      *    CHECK GOES ON ACCOUNT.
      *    A FOREIGN-CURRENCY DOCUMENT TAKES THE DOLLARS ITS OPEN
      *    BILLED-CURRENCY AMOUNT COSTS AT THE DEPOSIT-DATE RATE.
           MOVE OPIT-OPEN-AMT          TO WK-EXC-AMT-P2.
           MOVE 'N'                    TO WK-FX-ITEM
                                          WK-FX-NO-RATE.
           MOVE 0                      TO WK-FX-GAIN-AMT.
           IF OPIT-OPEN-AMT NOT > 0
           OR OPIT-STATUS = 'R'
               MOVE 0                  TO WK-INVC-PART-AMT
           ELSE
           IF OPIT-BILL-CURR NOT = SPACES
           AND OPIT-BILL-CURR NOT = 'USD'
           AND OPIT-FX-RATE NUMERIC
           AND OPIT-FX-RATE > 0
               PERFORM FX-APPLY-ONE-INVC
                  THRU FX-APPLY-ONE-INVC-EXIT
           ELSE
           IF WK-APPLY-AMT > OPIT-OPEN-AMT
               MOVE OPIT-OPEN-AMT      TO WK-INVC-PART-AMT
           ELSE
               MOVE WK-APPLY-AMT       TO WK-INVC-PART-AMT.
           IF WK-FX-ITEM = 'Y'
               COMPUTE WK-ON-ACCT-AMT = WK-APPLY-AMT - WK-FX-RECV-AMT
           ELSE
               COMPUTE WK-ON-ACCT-AMT = WK-APPLY-AMT - WK-INVC-PART-AMT
           END-IF.

           IF WK-INVC-PART-AMT > 0
               SUBTRACT WK-INVC-PART-AMT FROM OPIT-OPEN-AMT
               IF OPIT-OPEN-AMT = 0
                   MOVE 'C'            TO OPIT-STATUS
               ELSE
                   MOVE 'P'            TO OPIT-STATUS
               END-IF
               MOVE WK-DEPOSIT-DATE    TO OPIT-LAST-DATE
               MOVE 'CA'               TO OPIT-LAST-ACT
               MOVE WK-PEND-CHECK-NBR  TO OPIT-LAST-REF
               REWRITE OPIT-REC
               IF WK-FX-ITEM = 'Y'
                   MOVE WK-FX-RECV-AMT TO WK-POST-AMT
               ELSE
                   MOVE WK-INVC-PART-AMT TO WK-POST-AMT
               END-IF
               PERFORM WRITE-AR-TB10
                  THRU WRITE-AR-TB10-EXIT
               IF WK-FX-GAIN-AMT NOT = 0
                   PERFORM WRITE-FX-TB10
                      THRU WRITE-FX-TB10-EXIT
               END-IF
           END-IF.

           IF WK-FX-NO-RATE = 'Y'
               MOVE 'NO FX RATE-INV RATE'
                                       TO WK-EXC-REASON
               MOVE 'Y'                TO WK-EXC-POSTED
               PERFORM NOTE-EXCEPTION
                  THRU NOTE-EXCEPTION-EXIT
           END-IF.

           IF WK-ON-ACCT-AMT > 0
               PERFORM ADD-ON-ACCT-ITEM
                  THRU ADD-ON-ACCT-ITEM-EXIT
               MOVE WK-ON-ACCT-AMT     TO WK-POST-AMT
               PERFORM WRITE-AR-TB10
                  THRU WRITE-AR-TB10-EXIT
               IF WK-INVC-PART-AMT > 0
                   MOVE 'OVER-PAY ON ACCT  '
                                       TO WK-EXC-REASON
               ELSE
                   MOVE 'NOTHING OPEN-ON ACCT'
                                       TO WK-EXC-REASON
               END-IF
               MOVE 'Y'                TO WK-EXC-POSTED
               PERFORM NOTE-EXCEPTION
                  THRU NOTE-EXCEPTION-EXIT
           ELSE
           IF OPIT-OPEN-AMT > 0
               ADD 1                   TO WK-PARTIAL-CNT
               MOVE 'SHORT-PAY APPLIED '
                                       TO WK-EXC-REASON
               MOVE 'Y'                TO WK-EXC-POSTED
               PERFORM NOTE-EXCEPTION
                  THRU NOTE-EXCEPTION-EXIT.

           ADD 1                       TO WK-APPLIED-CNT.
           ADD WK-APPLY-AMT            TO WK-APPLIED-AMT.

       APPLY-ONE-INVC-EXIT.
           EXIT.

       ADD-ON-ACCT-ITEM.
      *    UNAPPLIED CASH IS ITS OWN OPEN ITEM ON THE BILLED ACCOUNT -
      *    A CREDIT (NEGATIVE OPEN AMOUNT) KEYED BY THE INVOICE THE
      *    CHECK NAMED PLUS THE NEXT FREE SEQUENCE, SO ANY NUMBER OF
      *    CHECKS AGAINST ONE INVOICE EACH KEEP THEIR OWN ROW
           MOVE OPIT-REC               TO WK-SAVE-OPIT-REC.
           MOVE 'U'                    TO OPIT-DOC-TYPE.
           MOVE WK-PEND-INVC-NBR       TO OPIT-DOC-NBR.
           MOVE ZEROS                  TO OPIT-DOC-SEQ.
           MOVE 'N'                    TO WK-SEQ-FREE.
           PERFORM FIND-FREE-SEQ
              THRU FIND-FREE-SEQ-EXIT
               UNTIL WK-SEQ-FREE = 'Y'.

           MOVE WK-SAVE-OPIT-REC (14:112) TO OPIT-REC (14:112).
      *    CASH ON ACCOUNT IS HELD IN DOLLARS
           MOVE SPACES                 TO OPIT-FX-DATA.
           MOVE WK-DEPOSIT-DATE        TO OPIT-DOC-DATE
                                          OPIT-LAST-DATE.
           COMPUTE OPIT-ORIG-AMT = 0 - WK-ON-ACCT-AMT.
           MOVE OPIT-ORIG-AMT          TO OPIT-OPEN-AMT.
           MOVE 'O'                    TO OPIT-STATUS.
           MOVE 'OA'                   TO OPIT-LAST-ACT.
           MOVE WK-PEND-CHECK-NBR      TO OPIT-LAST-REF.
           WRITE OPIT-REC
               INVALID KEY
                   DISPLAY 'ON-ACCOUNT ITEM NOT WRITTEN '
                           OPIT-KEY
           END-WRITE.
           ADD 1                       TO WK-ON-ACCT-CNT.
           ADD WK-ON-ACCT-AMT          TO WK-ON-ACCT-TOT.

       ADD-ON-ACCT-ITEM-EXIT.
           EXIT.

       FIND-FREE-SEQ.
           ADD 1                       TO OPIT-DOC-SEQ.
           READ OPNITEM-FILE
               INVALID KEY
                   MOVE 'Y'            TO WK-SEQ-FREE
           END-READ.

       FIND-FREE-SEQ-EXIT.
           EXIT.

       FX-APPLY-ONE-INVC.
      *    THE CHECK (DOLLARS) BUYS BILLED CURRENCY AT THE DEPOSIT-
      *    DATE RATE.  ENOUGH TO PAY WHAT IS OPEN CLEARS THE ITEM
      *    AND THE REST GOES ON ACCOUNT; LESS CLEARS THE DOLLARS OF
      *    RECEIVABLE THE CURRENCY BOUGHT REPRESENTS AT THE RATE
      *    THE DOCUMENT WAS BILLED AT.  RECEIVED LESS CLEARED IS
      *    THE REALIZED GAIN (LOSS IF NEGATIVE).
           MOVE 'Y'                    TO WK-FX-ITEM.
           ADD 1                       TO WK-FX-ITEM-CNT.
           PERFORM GET-DUE-AMT
              THRU GET-DUE-AMT-EXIT.
           IF WK-APPLY-AMT NOT < WK-DUE-AMT
               MOVE OPIT-OPEN-AMT      TO WK-INVC-PART-AMT
               MOVE WK-DUE-AMT         TO WK-FX-RECV-AMT
           ELSE
               COMPUTE WK-FX-PAID-AMT ROUNDED
                                     = WK-APPLY-AMT * WK-PAY-RATE
               COMPUTE WK-INVC-PART-AMT ROUNDED
                                     = WK-FX-PAID-AMT / OPIT-FX-RATE
               IF WK-INVC-PART-AMT > OPIT-OPEN-AMT
                   MOVE OPIT-OPEN-AMT  TO WK-INVC-PART-AMT
               END-IF
               MOVE WK-APPLY-AMT       TO WK-FX-RECV-AMT
           END-IF.
           COMPUTE WK-FX-GAIN-AMT = WK-FX-RECV-AMT - WK-INVC-PART-AMT.

       FX-APPLY-ONE-INVC-EXIT.
           EXIT.

       GET-DUE-AMT.
      *    DOLLARS NEEDED TODAY TO PAY WHAT IS OPEN ON THE ITEM
           MOVE 'N'                    TO WK-FX-NO-RATE.
           IF OPIT-BILL-CURR = SPACES
           OR OPIT-BILL-CURR = 'USD'
           OR OPIT-FX-RATE NOT NUMERIC
           OR OPIT-FX-RATE = 0
               MOVE OPIT-OPEN-AMT      TO WK-DUE-AMT
               MOVE SPACES             TO OPIT-FX-DATA
               GO TO GET-DUE-AMT-EXIT
           END-IF.
           MOVE 0                      TO WK-PAY-RATE
                                          WK-PAY-RATE-DATE.
           PERFORM FIND-FX-RATE
              THRU FIND-FX-RATE-EXIT
               VARYING WK-FXX FROM 1 BY 1
                 UNTIL WK-FXX > WK-FXR-CNT.
      *    NO RATE FOR THE DEPOSIT DATE - APPLY AT THE BILLED RATE
      *    (NO GAIN OR LOSS) AND LIST IT FOR THE CASH DESK
           IF WK-PAY-RATE = 0
               MOVE OPIT-FX-RATE       TO WK-PAY-RATE
               MOVE 'Y'                TO WK-FX-NO-RATE
           END-IF.
           COMPUTE WK-FX-OPEN-AMT ROUNDED =
                   OPIT-OPEN-AMT * OPIT-FX-RATE.
           COMPUTE WK-DUE-AMT ROUNDED = WK-FX-OPEN-AMT / WK-PAY-RATE.

       GET-DUE-AMT-EXIT.
           EXIT.

       FIND-FX-RATE.
      *    LATEST RATE FOR THE CURRENCY IN FORCE ON THE DEPOSIT DATE
           IF WK-FXR-CURR (WK-FXX) = OPIT-BILL-CURR
           AND WK-FXR-DATE (WK-FXX) NOT > WK-DEPOSIT-DATE
           AND WK-FXR-DATE (WK-FXX) NOT < WK-PAY-RATE-DATE
               MOVE WK-FXR-DATE (WK-FXX) TO WK-PAY-RATE-DATE
               MOVE WK-FXR-RATE (WK-FXX) TO WK-PAY-RATE
           END-IF.

       FIND-FX-RATE-EXIT.
           EXIT.

       WRITE-FX-TB10.
      *    REALIZED EXCHANGE GAIN OR LOSS, POSTED AS ITS OWN ITEM SO
      *    THE CASH CREDIT STAYS EQUAL TO THE DOLLARS DEPOSITED.  A
      *    GAIN IS AN A/R DEBIT ('10'), A LOSS AN A/R CREDIT ('12'),
      *    BOTH AGAINST THE PARM-CARD FX GAIN/LOSS GL ACCOUNT.
           IF WK-FX-GAIN-AMT > 0
               MOVE '10'               TO TB10-ACTION-CODE
               ADD 1                   TO WK-FX-GAIN-CNT
               ADD WK-FX-GAIN-AMT      TO WK-FX-GAIN-TOT
           ELSE
               MOVE '12'               TO TB10-ACTION-CODE
               ADD 1                   TO WK-FX-LOSS-CNT
               ADD WK-FX-GAIN-AMT      TO WK-FX-LOSS-TOT
           END-IF.
           MOVE PARM-FX-MAJOR          TO TB10-MAJOR.
           MOVE PARM-FX-MINOR          TO TB10-MINOR.
           COMPUTE WK-POST-AMT = 0 - WK-FX-GAIN-AMT.
           PERFORM WRITE-AR-TB10
              THRU WRITE-AR-TB10-EXIT.
           MOVE '13'                   TO TB10-ACTION-CODE.
           MOVE SPACES                 TO TB10-MAJOR
                                          TB10-MINOR.

       WRITE-FX-TB10-EXIT.
           EXIT.

       LOAD-FX-RATES.
      *    THE DATED FXRATE FILE - CURRENCY, EFFECTIVE DATE AND UNITS
      *    OF THAT CURRENCY PER US DOLLAR, THE SAME FILE AMOFLPRG
      *    BILLS FROM
           OPEN INPUT  FXRATE-FILE.
           PERFORM LOAD-FX-RATE-ROW
              THRU LOAD-FX-RATE-ROW-EXIT
               UNTIL WK-FXRATE-EOF = 'Y'.
           CLOSE       FXRATE-FILE.
           DISPLAY 'FX RATES LOADED:       ' WK-FXR-CNT.

       LOAD-FX-RATES-EXIT.
           EXIT.

       LOAD-FX-RATE-ROW.
           READ FXRATE-FILE INTO WK-FXRATE-REC
               AT END MOVE 'Y'         TO WK-FXRATE-EOF
           END-READ.
           IF WK-FXRATE-EOF = 'Y'
               GO TO LOAD-FX-RATE-ROW-EXIT
           END-IF.
           IF FXR-EFF-DATE NOT NUMERIC
           OR FXR-RATE NOT NUMERIC
           OR FXR-RATE = 0
           OR FXR-CURR = SPACES
               DISPLAY 'FX RATE ROW REJECTED ' WK-FXRATE-REC (1:23)
               GO TO LOAD-FX-RATE-ROW-EXIT
           END-IF.
      *    A RATE LEFT OFF THE TABLE WOULD PRICE ITS CURRENCY AT
      *    AN OLDER RATE WITHOUT A WORD - A FULL TABLE STOPS THE RUN
           IF WK-FXR-CNT NOT < WK-FXR-MAX
               DISPLAY '========================================='
               DISPLAY '== FX RATE TABLE OVERFLOW ==============='
               DISPLAY '========================================='
               DISPLAY WK-FXRATE-REC (1:23)
               MOVE 1                  TO RETURN-CODE
               CALL 'AMSABRT' USING IN53
               GO TO LOAD-FX-RATE-ROW-EXIT
           END-IF.
           ADD 1                       TO WK-FXR-CNT.
           SET WK-FXX                  TO WK-FXR-CNT.
           MOVE FXR-CURR               TO WK-FXR-CURR (WK-FXX).
           MOVE FXR-EFF-DATE           TO WK-FXR-DATE (WK-FXX).
           MOVE FXR-RATE               TO WK-FXR-RATE (WK-FXX).

       LOAD-FX-RATE-ROW-EXIT.
           EXIT.

       NOTE-EXCEPTION.

       WRITE-AR-TB10.
      *    CASH-APPLICATION CREDIT AGAINST THE BILLED ACCOUNT -
      *    THE OPEN ITEM CARRIES THE AGY (BILLED) ACCOUNT THE SAME
      *    WAY AMOFLPRG POSTED THE ORIGINAL TB10 DEBIT.  CASH PUT
      *    ON ACCOUNT POSTS AS A SECOND CREDIT ON THE SAME ITEM
      *    NUMBER.
           MOVE WK-BATCH-NBR           TO TB10-BATCH-NBR.
           MOVE OPIT-DOC-NBR           TO TB10-ITEM-NBR.
           MOVE WK-DEPOSIT-DATE        TO TB10-ITEM-DATE-X.
           MOVE OPIT-AGY-NBR           TO TB10-ACCT-NBR.
           MOVE '015'                  TO TB10-TERMS-CODE-X.
           MOVE WK-PEND-CHECK-NBR      TO TB10-REF-NBR.
           COMPUTE TB10-ITEM-AMT = 0 - WK-POST-AMT.
           MOVE TB10-ITEM-AMT          TO WK-IAR-10-AMT.

           WRITE IAR-REC FROM TB10-REC.
           MOVE SPACES                 TO EXCEPTION-REC.
           STRING 'INVOICE    CHECK    PAYER NAME'
                  '                   '
                  '   REMITTED         OPEN AMOUNT'
                  '      REASON                POSTED'
                                       DELIMITED BY SIZE
               INTO EXCEPTION-REC.
           WRITE EXCEPTION-REC.

           MOVE WK-EXC-AMT-P1          TO EXC-REMIT-AMT.
           MOVE WK-EXC-AMT-P2          TO EXC-REG-AMT.
           MOVE WK-EXC-REASON          TO EXC-REASON.
           MOVE WK-EXC-POSTED          TO EXC-POSTED.
           MOVE SPACES                 TO EXCEPTION-REC.
           MOVE WK-EXCEPTION-LINE      TO EXCEPTION-REC.
           WRITE EXCEPTION-REC.
      *    ONLY CASH THAT POSTED NOTHING COUNTS AS AN EXCEPTION
           IF WK-EXC-POSTED NOT = 'Y'
               ADD 1                   TO WK-EXCEPTION-CNT
               ADD WK-PEND-REMIT-AMT   TO WK-EXCEPTION-AMT
           END-IF.

       WRITE-EXCEPTION-EXIT.
           EXIT.
                 MOVE LBXRTN-REC TO WK-LBXRTN-REC
                 ADD 1 TO INPUT-RECORD-COUNTER
           END-READ.

       CHECK-RUN-CONTROL.
      *    CHECK IN WITH THE RUN-CONTROL LEDGER.  THE INPUT IS
      *    COUNTED AND HASHED FIRST SO A FILE ALREADY PROCESSED IS
      *    TURNED AWAY BEFORE ANYTHING IS POSTED.
           INITIALIZE RCTL-AREA.
           MOVE 'I'                    TO RCTL-FUNCTION.
           MOVE 'AMFARLBX'             TO RCTL-STEP.
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

           OPEN INPUT  LBXRTN-FILE.
           PERFORM HASH-INPUT-REC
              THRU HASH-INPUT-REC-EXIT
               UNTIL WK-HASH-EOF = 'Y'.
           CLOSE       LBXRTN-FILE.

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
      *    EVERY RETURN RECORD IS COUNTED; THE PAYMENTS (TYPE 6)
      *    ARE HASHED ON INVOICE NUMBER AND REMITTANCE
           READ LBXRTN-FILE INTO WK-LBXRTN-REC
               AT END MOVE 'Y'         TO WK-HASH-EOF
           END-READ.
           IF WK-HASH-EOF = 'Y'
               GO TO HASH-INPUT-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           IF WK-LBXRTN-REC (1:1) = '6'
               MOVE WK-LBXRTN-REC      TO WK-LBX-R6-REC
               ADD LBX-R6-INVC-NBR     TO RCTL-IN-HASH
               ADD LBX-R6-REMIT-AMT    TO RCTL-IN-HASH
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
