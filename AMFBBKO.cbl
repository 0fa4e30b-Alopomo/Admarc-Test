037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    09/01/26 - AL-01    new program - run back-out     *
      ***    10/15/26 - AL-02    reverse open-item master rows  *
      ***    10/15/26 - AL-03    run-control ledger check       *
      ***    10/15/26 - AL-04    clear billed-job history       *
      ***    10/15/26 - AL-05    reverse run's credit memos     *
      ***    10/15/26 - AL-06    require cycle on parm card     *
      ***    10/15/26 - AL-07    close ledger row on open error *
      ***    10/15/26 - AL-08    cm reversal posts action 12    *
      ***********************************************************
      *    RUN-LEVEL BACK-OUT / REBILL.  TAKES A RELEASED       *
      *    RUN'S INVOICE REGISTER (INVREG-FILE FROM AMOFLPRG),  *
      *        NEGATED AMOUNTS) TO A REVERSAL REGISTER SO THE   *
      *        REGISTER AUDIT STILL RECONCILES DOCUMENT BY      *
      *        DOCUMENT;                                        *
      *      - REVERSES THE RUN'S NCMB CREDIT MEMOS (CMREG-FILE *
      *        FROM AMOFLPRG) THE SAME WAY - OFFSETTING TB10,   *
      *        A ROW ON THE CREDIT-MEMO REVERSAL REGISTER       *
      *        (CMREV-FILE) AND 'R' ON THE OPEN-ITEM MASTER.    *
      *        CREDIT MEMOS ARE REVERSED ONLY WHEN THE WHOLE    *
      *        RUN IS BACKED OUT (NO INVOICE RANGE ON THE PARM  *
      *        CARD);                                           *
      *      - MARKS EACH REVERSED DOCUMENT 'R' ON THE OPEN-    *
      *        ITEM A/R MASTER (OPNITEM) WITH NOTHING LEFT      *
      *        OPEN; CASH ALREADY APPLIED TO IT STAYS ON THE    *
      *        ACCOUNT AS AN UNAPPLIED-CASH ('U') ITEM NAMING   *
      *        THE REVERSED DOCUMENT IN OPIT-LAST-REF;          *
      *      - CLEARS THE JOBS BILLED ON EACH REVERSED INVOICE  *
      *        FROM THE BILLED WORK-ORDER HISTORY (BILLJOB), SO *
      *        THE AMOFLPRG DUPLICATE-BILLING GUARD LETS THEM   *
      *        BILL AGAIN.  THE JOBS ARE LOOKED UP BY THE JOB   *
      *        NUMBERS ON THE RUN'S SELECT FILE;                *
      *      - READS THE RUN'S SELECT FILE AND WRITES EVERY     *
      *        WORK ORDER BELONGING TO A REVERSED ACCOUNT TO A  *
      *        REBILL SELECT LIST IN THE PRM-FILE (SEL3-REC)    *
      *    NCMB CREDIT MEMOS COVER SINGLE DOCUMENTS; THIS STEP  *
      *    IS THE UNDO FOR A WHOLE BAD RUN.  NO INVOICE NUMBERS *
      *    ARE CONSUMED.                                        *
      *    THE STEP CHECKS IN WITH THE RUN-CONTROL LEDGER       *
      *    (AMFRCTL) FOR THE BILLING CYCLE ON THE PARM CARD AND *
      *    IS REFUSED WHEN THE CYCLE WAS ALREADY BACKED OUT OR  *
      *    THIS REGISTER WAS ALREADY REVERSED, UNLESS THE PARM  *
      *    CARD OVERRIDE IS SET.                                *
      *    THE CYCLE'S REGISTERS MUST ALSO HAVE BEEN LOADED ONTO*
      *    THE OPEN-ITEM MASTER (AMFAROIL) FIRST.               *
      *    THE PARM CARD MUST NAME THE CYCLE; A CARD WITHOUT ONE*
      *    IS REFUSED RATHER THAN RUN UNDER TODAY'S DATE.       *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVREG-FILE     ASSIGN TO SYS009
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMREG-FILE      ASSIGN TO SYS012
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMREV-FILE      ASSIGN TO SYS013
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBILL-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-KEYED-FILE ASSIGN TO SYS010
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ACTK-ACCT-NBR
                      FILE STATUS  IS ACTK-STATUS-CODE.
           SELECT OPNITEM-FILE    ASSIGN TO OPNITEM
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPIT-KEY
                      FILE STATUS  IS OPIT-STATUS-CODE.
           SELECT INVC-KEYED-FILE ASSIGN TO SYS011
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS INVK-INVC-NBR
                      FILE STATUS  IS INVK-STATUS-CODE.
           SELECT BJOB-FILE       ASSIGN TO BILLJOB
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BJOB-JOB-NBR
                      FILE STATUS  IS BJOB-STATUS-CODE.

004200/
004300 DATA DIVISION.
       FD  REVREG-FILE            COPY AMZFSEL.
       01  REVREG-REC                  PIC X(96).

       FD  CMREG-FILE             COPY AMZFSEL.
       01  CMREG-REC                   PIC X(96).

       FD  CMREV-FILE             COPY AMZFSEL.
       01  CMREV-REC                   PIC X(96).

       FD  REBILL-FILE            COPY AMZFSEL.
       01  REBILL-REC.
           03  sel3-rec.               copy amzrsel3.
       01  ACTK-REC.
           05  ACTK-ACCT-NBR           PIC 9(09).

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

       FD  INVC-KEYED-FILE        COPY AMZFSEL.
       01  INVK-REC.
           05  INVK-INVC-NBR           PIC 9(09).

      *    BILLED WORK-ORDER HISTORY - SAME LAYOUT AS AMOFLPRG
       FD  BJOB-FILE              COPY AMZFSEL.
       01  BJOB-REC.
           05  BJOB-JOB-NBR            PIC 9(10).
           05  BJOB-STATUS             PIC X(01).
           05  BJOB-DOC-TYPE           PIC X(01).
           05  BJOB-DOC-NBR            PIC 9(09).
           05  BJOB-INVC-DATE          PIC 9(08).
           05  BJOB-AMT                PIC S9(09)V99.
           05  BJOB-ACCT-NBR           PIC 9(09).
           05  BJOB-AGY-NBR            PIC 9(09).
           05  BJOB-PUB                PIC X(04).
           05  BJOB-ISSUE              PIC 9(08).
           05  BJOB-RUN-DATE           PIC 9(08).
           05  BJOB-RUN-TYPE           PIC X(01).
           05  BJOB-RUN-ORG            PIC X(03).
           05  BJOB-ADJ-CNT            PIC 9(05).
           05  BJOB-LAST-DOC-TYPE      PIC X(01).
           05  BJOB-LAST-DOC-NBR       PIC 9(09).
           05  BJOB-LAST-DATE          PIC 9(08).
           05  BJOB-LAST-AMT           PIC S9(09)V99.
           05  FILLER                  PIC X(20).

008100/
008200 WORKING-STORAGE SECTION.

           05  PARM-INVC-FROM          PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PARM-INVC-TO            PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE SPACES.
      *    COLUMNS 41-53 - BILLING CYCLE AND OVERRIDE FOR THE
      *    RUN-CONTROL LEDGER (AMFRCTL)
           05  PARM-RUN-DATE           PIC X(08) VALUE SPACES.
           05  PARM-RUN-TYPE           PIC X(01) VALUE SPACES.
           05  PARM-RUN-ORG            PIC X(03) VALUE SPACES.
           05  PARM-RC-OVERRIDE        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WK-INVREG-REC.
           05  INVREG-INVC-NBR         PIC 9(09).
125000 01  TB11-REC.                   COPY RTIRB11.

018331 01  IO-PKT.                     COPY AMZWIOP.
       01  RCTL-AREA.                  COPY AMZWRCTL.
018332/
       01  WK-INVC-FROM                PIC 9(09) VALUE 0.
       01  WK-INVC-TO                  PIC 9(09) VALUE 999999999.
       01  WK-REG-EOF                  PIC X(01) VALUE 'N'.
       01  WK-CM-EOF                   PIC X(01) VALUE 'N'.
       01  WK-DOC-TYPE                 PIC X(01) VALUE 'I'.
       01  WK-SEL-EOF                  PIC X(01) VALUE 'N'.
       01  WK-ACCT-FOUND               PIC X(01) VALUE 'N'.

       01  WK-REVERSED-CNT             PIC 9(09) VALUE 0.
       01  WK-REVERSED-AMT             PIC S9(11)V99 VALUE +0.
       01  WK-SKIPPED-CNT              PIC 9(09) VALUE 0.
       01  WK-CM-READ-CNT              PIC 9(09) VALUE 0.
       01  WK-CM-REVERSED-CNT          PIC 9(09) VALUE 0.
       01  WK-CM-TAKEN-CNT             PIC 9(09) VALUE 0.
       01  WK-TB10-CNT                 PIC 9(09) VALUE 0.
       01  WK-TB11-CNT                 PIC 9(09) VALUE 0.
       01  WK-REBILL-CNT               PIC 9(09) VALUE 0.
       01  WK-SEL-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WK-APPLIED-AMT              PIC S9(09)V99 VALUE +0.
       01  WK-SEQ-FREE                 PIC X(01) VALUE 'N'.
       01  WK-SAVE-OPIT-REC            PIC X(125) VALUE SPACE.
       01  WK-OPIT-REV-CNT             PIC 9(09) VALUE 0.
       01  WK-OPIT-MISS-CNT            PIC 9(09) VALUE 0.
       01  WK-ON-ACCT-CNT              PIC 9(09) VALUE 0.
       01  WK-BJOB-OPEN                PIC X(01) VALUE 'N'.
       01  WK-BJOB-READ-CNT            PIC 9(09) VALUE 0.
       01  WK-BJOB-CLEAR-CNT           PIC 9(09) VALUE 0.

       01  ACTK-STATUS-CODE            PIC X(02).
       01  OPIT-STATUS-CODE            PIC X(02).
       01  INVK-STATUS-CODE            PIC X(02).
       01  BJOB-STATUS-CODE            PIC X(02).
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

           OPEN INPUT  INVREG-FILE
                       CMREG-FILE
                       SEL-FILE.
022800     OPEN OUTPUT IAR-FILE
                       REVREG-FILE
                       CMREV-FILE
                       REBILL-FILE.
           OPEN OUTPUT ACCT-KEYED-FILE.
           CLOSE       ACCT-KEYED-FILE.
           OPEN I-O    ACCT-KEYED-FILE.
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
           OPEN OUTPUT INVC-KEYED-FILE.
           CLOSE       INVC-KEYED-FILE.
           OPEN I-O    INVC-KEYED-FILE.
           IF INVK-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== REVERSED-INVOICE WORK FILE OPEN FAILED'
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' INVK-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               PERFORM CLOSE-RUN-CONTROL
                  THRU CLOSE-RUN-CONTROL-EXIT
               GOBACK
           END-IF.
      *    THE BILLED WORK-ORDER HISTORY IS BUILT BY AMOFLPRG - NOT
      *    THERE YET (STATUS '35') MEANS NOTHING TO CLEAR
           OPEN I-O    BJOB-FILE.
           IF BJOB-STATUS-CODE = '00'
               MOVE 'Y'                TO WK-BJOB-OPEN
           END-IF.
           IF BJOB-STATUS-CODE NOT = '00'
           AND BJOB-STATUS-CODE NOT = '35'
               DISPLAY '========================================='
               DISPLAY '== BILLED WORK-ORDER HISTORY OPEN FAILED '
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' BJOB-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               PERFORM CLOSE-RUN-CONTROL
                  THRU CLOSE-RUN-CONTROL-EXIT
               GOBACK
           END-IF.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

           IF PARM-INVC-FROM NUMERIC
               MOVE PARM-INVC-FROM     TO WK-INVC-FROM
           END-IF.
           END-IF.
           DISPLAY 'BACK-OUT INVOICE RANGE ' WK-INVC-FROM
                   ' THRU ' WK-INVC-TO.
           ACCEPT WK-RUN-DATE          FROM DATE YYYYMMDD.

           MOVE SPACES                 TO TB10-REC
                                          TB11-REC.
           MOVE '11'                   TO TB11-ACTION-CODE.
           MOVE '1'                    TO TB10-ENTITY.
           MOVE '1'                    TO TB11-ENTITY.
              THRU REVERSE-ONE-DOCUMENT-EXIT
               UNTIL WK-REG-EOF = 'Y'.

      *    THE RUN'S CREDIT MEMOS GO ONLY WITH THE WHOLE RUN - AN
      *    INVOICE RANGE ON THE PARM CARD LEAVES THEM STANDING
           IF WK-INVC-FROM = 0
           AND WK-INVC-TO = 999999999
               PERFORM REVERSE-ONE-CREDIT-MEMO
                  THRU REVERSE-ONE-CREDIT-MEMO-EXIT
                   UNTIL WK-CM-EOF = 'Y'
           END-IF.

           IF WK-IAR-11-AMT NOT = ZEROS
               PERFORM WRITE-AR-TB11
                  THRU WRITE-AR-TB11-EXIT
              THRU SELECT-REBILL-WO-EXIT
               UNTIL WK-SEL-EOF = 'Y'.

           MOVE WK-REVERSED-CNT        TO RCTL-OUT-CNT.
           MOVE WK-REVERSED-AMT        TO RCTL-OUT-AMT.
           PERFORM CLOSE-RUN-CONTROL
              THRU CLOSE-RUN-CONTROL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'REGISTER RECORDS READ: ' WK-REG-READ-CNT.
           DISPLAY 'DOCUMENTS REVERSED:    ' WK-REVERSED-CNT.
           DISPLAY 'AMOUNT REVERSED:       ' WK-REVERSED-AMT.
           DISPLAY 'OUT OF RANGE SKIPPED:  ' WK-SKIPPED-CNT.
           DISPLAY 'CREDIT MEMOS READ:     ' WK-CM-READ-CNT.
           DISPLAY 'CREDIT MEMOS REVERSED: ' WK-CM-REVERSED-CNT.
           DISPLAY 'CREDIT ALREADY TAKEN:  ' WK-CM-TAKEN-CNT.
           DISPLAY 'TB10 RECORDS WRITTEN:  ' WK-TB10-CNT.
           DISPLAY 'TB11 RECORDS WRITTEN:  ' WK-TB11-CNT.
           DISPLAY 'SELECT RECORDS READ:   ' WK-SEL-READ-CNT.
           DISPLAY 'REBILL SELECTS WRITTEN:' WK-REBILL-CNT.
           DISPLAY 'OPEN ITEMS REVERSED:   ' WK-OPIT-REV-CNT.
           DISPLAY 'NOT ON OPEN ITEMS:     ' WK-OPIT-MISS-CNT.
           DISPLAY 'CASH LEFT ON ACCOUNT:  ' WK-ON-ACCT-CNT.
           DISPLAY 'BILLED JOBS FOUND:     ' WK-BJOB-READ-CNT.
           DISPLAY 'BILLED JOBS CLEARED:   ' WK-BJOB-CLEAR-CNT.

           CLOSE       INVREG-FILE
                       CMREG-FILE
                       SEL-FILE
                       IAR-FILE
                       REVREG-FILE
                       CMREV-FILE
                       REBILL-FILE
                       ACCT-KEYED-FILE
                       OPNITEM-FILE
                       INVC-KEYED-FILE.
           IF WK-BJOB-OPEN = 'Y'
               CLOSE   BJOB-FILE
           END-IF.
380908
           GOBACK.

               GO TO REVERSE-ONE-DOCUMENT-EXIT
           END-IF.

           MOVE 'I'                    TO WK-DOC-TYPE.
           PERFORM REVERSE-DOCUMENT
              THRU REVERSE-DOCUMENT-EXIT.

           MOVE INVREG-INVC-NBR        TO INVK-INVC-NBR.
           WRITE INVK-REC
               INVALID KEY
                   IF INVK-STATUS-CODE NOT = '22'
                       DISPLAY 'REVERSED INVOICE NOT NOTED '
                               INVREG-INVC-NBR ' STATUS '
                               INVK-STATUS-CODE
                   END-IF
           END-WRITE.

       REVERSE-ONE-DOCUMENT-EXIT.
           EXIT.

       REVERSE-ONE-CREDIT-MEMO.
      *    NCMB CREDIT MEMOS ARE ON CMREG IN THE INVREG LAYOUT WITH
      *    THEIR AMOUNTS ALREADY NEGATIVE - THE SAME REVERSAL NEGATES
      *    THEM BACK
           READ CMREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-CM-EOF
           END-READ.
           IF WK-CM-EOF = 'Y'
               GO TO REVERSE-ONE-CREDIT-MEMO-EXIT
           END-IF.
           ADD 1                       TO WK-CM-READ-CNT.

           MOVE 'C'                    TO WK-DOC-TYPE.
           PERFORM REVERSE-DOCUMENT
              THRU REVERSE-DOCUMENT-EXIT.
           ADD 1                       TO WK-CM-REVERSED-CNT.

       REVERSE-ONE-CREDIT-MEMO-EXIT.
           EXIT.

       REVERSE-DOCUMENT.
      *    OFFSETTING DEBIT - SAME ACTION CODE AND DOCUMENT NUMBER
      *    AS THE ORIGINAL TB10, AMOUNT NEGATED, SO THE A/R LOAD
      *    NETS THE DOCUMENT TO ZERO AND THE TB11 BATCH TOTALS
      *    COVERS NET PLUS VAT - INTERNATIONAL DOCUMENTS POSTED
      *    THEIR VAT AS A SECOND TB10 ON THE SAME NUMBER, AND A
      *    BACK-OUT THAT LEFT THE VAT OPEN WOULD BE AN INCOMPLETE
      *    UNDO.  CREDIT MEMOS WERE POSTED UNDER ACTION 12, INVOICES
      *    UNDER ACTION 10
           IF WK-DOC-TYPE = 'C'
               MOVE '12'               TO TB10-ACTION-CODE
           ELSE
               MOVE '10'               TO TB10-ACTION-CODE
           END-IF.
           MOVE WK-BATCH-NBR           TO TB10-BATCH-NBR.
           MOVE INVREG-INVC-NBR        TO TB10-ITEM-NBR.
           MOVE INVREG-INVC-DATE       TO TB10-ITEM-DATE-X
                  THRU WRITE-AR-TB11-EXIT
           END-IF.

      *    REVERSAL REGISTER ROW - SAME DOCUMENT NUMBER, NEGATED
      *    AMOUNTS.  THE ORIGINAL REGISTER PLUS THIS FILE NET TO
      *    ZERO DOCUMENT BY DOCUMENT, SO THE REGISTER AUDIT OF THE
      *    RUN STILL RECONCILES AFTER THE BACK-OUT.  CREDIT MEMOS
      *    ARE NUMBERED IN THEIR OWN SERIES AND GET THEIR OWN FILE.
           COMPUTE INVREG-GROSS-AMT = 0 - INVREG-GROSS-AMT.
           COMPUTE INVREG-NET-AMT   = 0 - INVREG-NET-AMT.
           COMPUTE INVREG-VAT-AMT   = 0 - INVREG-VAT-AMT.
           IF WK-DOC-TYPE = 'C'
               WRITE CMREV-REC FROM WK-INVREG-REC
           ELSE
               WRITE REVREG-REC FROM WK-INVREG-REC
           END-IF.

           ADD 1                       TO WK-REVERSED-CNT.
           SUBTRACT INVREG-NET-AMT   FROM WK-REVERSED-AMT.

           PERFORM NOTE-AFFECTED-ACCT
              THRU NOTE-AFFECTED-ACCT-EXIT.
           PERFORM REVERSE-OPEN-ITEM
              THRU REVERSE-OPEN-ITEM-EXIT.

       REVERSE-DOCUMENT-EXIT.
           EXIT.

       NOTE-AFFECTED-ACCT.
       NOTE-AFFECTED-ACCT-EXIT.
           EXIT.

       REVERSE-OPEN-ITEM.
      *    THE BACKED-OUT DOCUMENT CLOSES ON THE OPEN-ITEM MASTER AS
      *    REVERSED.  THE TB10 OFFSET ABOVE TAKES THE FULL DOCUMENT
      *    OFF A/R, SO ANY CASH ALREADY APPLIED TO IT IS NOW A CREDIT
      *    ON THE ACCOUNT - IT IS CARRIED AS AN UNAPPLIED-CASH ITEM.
           MOVE WK-DOC-TYPE            TO OPIT-DOC-TYPE.
           MOVE INVREG-INVC-NBR        TO OPIT-DOC-NBR.
           MOVE ZEROS                  TO OPIT-DOC-SEQ.
           READ OPNITEM-FILE
               INVALID KEY
                   DISPLAY 'BACKED-OUT DOCUMENT NOT ON OPEN ITEMS '
                           INVREG-INVC-NBR
                   ADD 1               TO WK-OPIT-MISS-CNT
                   GO TO REVERSE-OPEN-ITEM-EXIT
           END-READ.
           IF OPIT-STATUS = 'R'
               DISPLAY 'DOCUMENT ALREADY REVERSED ' INVREG-INVC-NBR
               GO TO REVERSE-OPEN-ITEM-EXIT
           END-IF.

           COMPUTE WK-APPLIED-AMT = OPIT-ORIG-AMT - OPIT-OPEN-AMT.
      *    A CREDIT MEMO WHOSE CREDIT WAS ALREADY TAKEN AGAINST
      *    OTHER ITEMS LEAVES THOSE ITEMS SHORT ONCE IT IS REVERSED -
      *    REPORTED FOR THE A/R DESK, NOT REOPENED HERE
           IF WK-DOC-TYPE = 'C'
           AND WK-APPLIED-AMT NOT = ZEROS
               DISPLAY 'REVERSED CREDIT MEMO ALREADY TAKEN '
                       INVREG-INVC-NBR ' ' WK-APPLIED-AMT
               ADD 1                   TO WK-CM-TAKEN-CNT
           END-IF.
           MOVE ZEROS                  TO OPIT-OPEN-AMT.
           MOVE 'R'                    TO OPIT-STATUS.
           MOVE WK-RUN-DATE            TO OPIT-LAST-DATE.
           MOVE 'BO'                   TO OPIT-LAST-ACT.
           MOVE SPACES                 TO OPIT-LAST-REF.
           REWRITE OPIT-REC.
           ADD 1                       TO WK-OPIT-REV-CNT.

           IF WK-APPLIED-AMT NOT > 0
           OR WK-DOC-TYPE = 'C'
               GO TO REVERSE-OPEN-ITEM-EXIT
           END-IF.
           MOVE OPIT-REC               TO WK-SAVE-OPIT-REC.
           MOVE 'U'                    TO OPIT-DOC-TYPE.
           MOVE ZEROS                  TO OPIT-DOC-SEQ.
           MOVE 'N'                    TO WK-SEQ-FREE.
           PERFORM FIND-FREE-SEQ
              THRU FIND-FREE-SEQ-EXIT
               UNTIL WK-SEQ-FREE = 'Y'.
           MOVE WK-SAVE-OPIT-REC (14:112) TO OPIT-REC (14:112).
           MOVE WK-RUN-DATE            TO OPIT-DOC-DATE.
           COMPUTE OPIT-ORIG-AMT = 0 - WK-APPLIED-AMT.
           MOVE OPIT-ORIG-AMT          TO OPIT-OPEN-AMT.
           MOVE 'O'                    TO OPIT-STATUS.
           MOVE 'OA'                   TO OPIT-LAST-ACT.
           MOVE INVREG-INVC-NBR        TO OPIT-LAST-REF.
           WRITE OPIT-REC
               INVALID KEY
                   DISPLAY 'ON-ACCOUNT ITEM NOT WRITTEN ' OPIT-KEY
           END-WRITE.
           ADD 1                       TO WK-ON-ACCT-CNT.

       REVERSE-OPEN-ITEM-EXIT.
           EXIT.

       FIND-FREE-SEQ.
           ADD 1                       TO OPIT-DOC-SEQ.
           READ OPNITEM-FILE
               INVALID KEY
                   MOVE 'Y'            TO WK-SEQ-FREE
           END-READ.

       FIND-FREE-SEQ-EXIT.
           EXIT.

       WRITE-AR-TB11.
           MOVE WK-IAR-11-AMT          TO TB11-TOTAL-BATCH-AMT.
           MOVE ZEROS                  TO WK-IAR-11-AMT.
       WRITE-AR-TB11-EXIT.
           EXIT.

       CLEAR-BILLED-JOB.
      *    A JOB WHOSE ORIGINAL INVOICE WAS BACKED OUT IS NO LONGER
      *    BILLED - ITS HISTORY ROW GOES, SO THE REBILL SELECT
      *    PASSES THE DUPLICATE-BILLING GUARD.  A ROW WHOSE ORIGINAL
      *    INVOICE STANDS IS KEPT EVEN IF A LATER ADJUSTMENT ON IT
      *    WAS BACKED OUT.  ONLY THE JOBS ON THE RUN'S SELECT FILE
      *    CAN HAVE BEEN BILLED BY IT - EACH IS READ BY JOB NUMBER.
           IF WK-BJOB-OPEN NOT = 'Y'
               GO TO CLEAR-BILLED-JOB-EXIT
           END-IF.
           MOVE SEL-JOB-NBR            TO BJOB-JOB-NBR.
           READ BJOB-FILE
               INVALID KEY
                   GO TO CLEAR-BILLED-JOB-EXIT
           END-READ.
           ADD 1                       TO WK-BJOB-READ-CNT.
           IF BJOB-DOC-TYPE NOT = 'I'
               GO TO CLEAR-BILLED-JOB-EXIT
           END-IF.

           MOVE BJOB-DOC-NBR           TO INVK-INVC-NBR.
           READ INVC-KEYED-FILE
               INVALID KEY
                   GO TO CLEAR-BILLED-JOB-EXIT
           END-READ.
           DELETE BJOB-FILE
               INVALID KEY
                   DISPLAY 'BILLED JOB NOT CLEARED ' BJOB-JOB-NBR
           END-DELETE.
           ADD 1                       TO WK-BJOB-CLEAR-CNT.

       CLEAR-BILLED-JOB-EXIT.
           EXIT.

       SELECT-REBILL-WO.
           READ SEL-FILE
               AT END MOVE 'Y'         TO WK-SEL-EOF
           END-IF.
           ADD 1                       TO WK-SEL-READ-CNT.

           PERFORM CLEAR-BILLED-JOB
              THRU CLEAR-BILLED-JOB-EXIT.

           MOVE 'N'                    TO WK-ACCT-FOUND.
           MOVE SEL-ACCT-NBR           TO ACTK-ACCT-NBR.
           READ ACCT-KEYED-FILE

       SELECT-REBILL-WO-EXIT.
           EXIT.

       CHECK-RUN-CONTROL.
      *    CHECK IN WITH THE RUN-CONTROL LEDGER.  THE INPUT IS
      *    COUNTED AND HASHED FIRST SO A FILE ALREADY PROCESSED IS
      *    TURNED AWAY BEFORE ANYTHING IS POSTED.
           INITIALIZE RCTL-AREA.
           MOVE 'I'                    TO RCTL-FUNCTION.
           MOVE 'AMFBBKO'              TO RCTL-STEP.
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

           OPEN INPUT  INVREG-FILE.
           PERFORM HASH-INPUT-REC
              THRU HASH-INPUT-REC-EXIT
               UNTIL WK-REG-EOF = 'Y'.
           CLOSE       INVREG-FILE.
           MOVE 'N'                    TO WK-REG-EOF.

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
           READ INVREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-REG-EOF
           END-READ.
           IF WK-REG-EOF = 'Y'
               GO TO HASH-INPUT-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           ADD INVREG-INVC-NBR         TO RCTL-IN-HASH.
           ADD INVREG-NET-AMT          TO RCTL-IN-HASH.

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
