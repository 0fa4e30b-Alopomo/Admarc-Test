002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFSLCOM.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - sales commission *
      ***    10/15/26 - AL-02    statement from history by month*
      ***********************************************************
      *    MONTHLY SALESPERSON COMMISSION STATEMENT.  TOTALS    *
      *    EACH SALESPERSON'S CREDITED REVENUE FOR THE MONTH:   *
      *      - INVOICE CREDITS FROM THE AMOFLPRG SALES-CREDIT   *
      *        FILE (ONE RECORD PER WORK ORDER PER SALESPERSON, *
      *        ALREADY SPLIT BY GCT-SLS-PCT)                    *
      *      - NCMB CREDIT MEMOS, NETTED AGAINST THE SALESPEOPLE*
      *        WHO WERE CREDITED WITH THE INVOICE BEING CREDITED*
      *        (IN THE SAME PROPORTION); A CREDIT MEMO FOR AN   *
      *        INVOICE NOT ON THE HISTORY USES ITS OWN SPLIT    *
      *      - AMFBBKO BACK-OUTS (REVREG), WHICH TAKE BACK EVERY*
      *        CREDIT STILL STANDING ON THE REVERSED INVOICE    *
      *      - AMFBBKO CREDIT-MEMO REVERSALS (CMREV), WHICH DO  *
      *        THE SAME FOR THE REVERSED CREDIT MEMO            *
      *      - AMFCCRSP CHARGEBACKS (CBREG), SPREAD OVER THE    *
      *        INVOICE'S SALESPEOPLE BY THEIR SHARE OF IT       *
      *    EVERY CREDIT IS KEPT ON THE PERSISTENT SALES-CREDIT  *
      *    HISTORY (SLSHIST) SO LATER ADJUSTMENTS CAN FIND THE  *
      *    ORIGINAL SALESPEOPLE.  A DOCUMENT ALREADY LOADED BY  *
      *    AN EARLIER RUN IS NOT LOADED AGAIN, AND A BACKED-OUT *
      *    CREDIT IS NOT TAKEN BACK TWICE.                      *
      *    PARM-STMT-YYMM (CCYYMM) NAMES THE STATEMENT MONTH,   *
      *    DEFAULT THE MONTH OF THE RUN DATE.  EVERY CREDIT IS  *
      *    STAMPED WITH THE MONTH IT WAS LOADED FOR, AND EVERY  *
      *    BACK-OUT WITH THE MONTH IT WAS TAKEN IN; THE         *
      *    STATEMENT IS PRINTED FROM THE HISTORY BY THOSE       *
      *    MONTHS, SO A RERUN FOR THE SAME MONTH REPRINTS THE   *
      *    SAME STATEMENT.                                      *
      *    HISTORY ROW TYPES (SLH-DOC-TYPE):                    *
      *      'I' INVOICE  'C' CREDIT MEMO  'K' CHARGEBACK       *
      *    A CHARGEBACK ROW IS KEYED BY THE INVOICE AND THE     *
      *    CHARGEBACK DATE (SLH-DOC-REF), SO EACH CHARGEBACK ON *
      *    AN INVOICE KEEPS ITS OWN ROWS.                       *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT SLSCRD-FILE     ASSIGN TO SYS007
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVREG-FILE     ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CBREG-FILE      ASSIGN TO SYS009
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMREV-FILE      ASSIGN TO SYS012
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLSHIST-FILE    ASSIGN TO SLSHIST
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SLH-KEY
                      FILE STATUS  IS SLH-STATUS-CODE.
           SELECT STM-KEYED-FILE  ASSIGN TO SYS010
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS STMK-KEY
                      FILE STATUS  IS STMK-STATUS-CODE.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
004701 FD  SLSCRD-FILE            COPY AMZFSEL.
004702 01  SLSCRD-REC                  PIC X(100).

       FD  REVREG-FILE            COPY AMZFSEL.
       01  REVREG-REC                  PIC X(96).

       FD  CBREG-FILE             COPY AMZFSEL.
       01  CBREG-REC                   PIC X(96).

       FD  CMREV-FILE             COPY AMZFSEL.
       01  CMREV-REC                   PIC X(96).

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

      *    SALES-CREDIT HISTORY - ONE ROW PER DOCUMENT PER
      *    SALESPERSON
      *      STATUS 'A' ACTIVE   'B' BACKED OUT
      *      SLH-DOC-REF  CHARGEBACK DATE ON 'K' ROWS, ELSE ZERO
      *      SLH-STMT-YYMM  MONTH THE CREDIT WAS LOADED FOR
      *      SLH-BKO-YYMM   MONTH THE CREDIT WAS BACKED OUT IN
       FD  SLSHIST-FILE           COPY AMZFSEL.
       01  SLH-REC.
           05  SLH-KEY.
               10  SLH-DOC-TYPE        PIC X(01).
               10  SLH-DOC-NBR         PIC 9(09).
               10  SLH-SLS-NBR         PIC 9(04).
               10  SLH-DOC-REF         PIC 9(08).
           05  SLH-ORIG-INVC           PIC 9(09).
           05  SLH-ACCT-NBR            PIC 9(09).
           05  SLH-PUB                 PIC X(04).
           05  SLH-DOC-DATE            PIC 9(08).
           05  SLH-PCT                 PIC 9(03).
           05  SLH-CREDIT-AMT          PIC S9(09)V99.
           05  SLH-STATUS              PIC X(01).
           05  SLH-LOAD-STAMP          PIC 9(16).
           05  SLH-STMT-YYMM           PIC 9(06).
           05  SLH-BKO-YYMM            PIC 9(06).
           05  FILLER                  PIC X(16).

      *    THIS MONTH'S STATEMENT LINES, GATHERED FROM THE HISTORY
      *      KIND 1 INVOICE  2 CREDIT MEMO  3 BACK-OUT  4 CHARGEBACK
       FD  STM-KEYED-FILE         COPY AMZFSEL.
       01  STMK-REC.
           05  STMK-KEY.
               10  STMK-SLS-NBR        PIC 9(04).
               10  STMK-KIND           PIC 9(01).
               10  STMK-DOC-NBR        PIC 9(09).
               10  STMK-PUB            PIC X(04).
           05  STMK-ORIG-INVC          PIC 9(09).
           05  STMK-ACCT-NBR           PIC 9(09).
           05  STMK-AMT                PIC S9(11)V99.

008100/
008200 WORKING-STORAGE SECTION.

013902 01  PARM-CARD.
           05  PARM-STMT-YYMM          PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(74) VALUE SPACES.

      *    SALES-CREDIT RECORD AS AMOFLPRG WRITES IT
       01  WK-SLSCRD-REC.
           05  SLC-SLS-NBR             PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SLC-SLS-PCT             PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SLC-DOC-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  SLC-DOC-NBR             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SLC-ORIG-INVC           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SLC-INVC-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SLC-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SLC-AGY-NBR             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SLC-PUB                 PIC X(04).
           05  FILLER                  PIC X(01).
           05  SLC-JOB-NBR             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SLC-NET-AMT             PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  SLC-CREDIT-AMT          PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.

      *    AMFBBKO REVERSAL AND AMFCCRSP CHARGEBACK REGISTERS -
      *    INVREG LAYOUT, AMOUNTS NEGATED
       01  WK-INVREG-REC.
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

018331 01  IO-PKT.                     COPY AMZWIOP.
018332/
       01  WK-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WK-RUN-TIME                 PIC 9(08) VALUE 0.
       01  WK-RUN-STAMP.
           05  WK-STAMP-DATE           PIC 9(08) VALUE 0.
           05  WK-STAMP-TIME           PIC 9(08) VALUE 0.
       01  WK-RUN-STAMP-9              REDEFINES WK-RUN-STAMP
                                       PIC 9(16).
       01  WK-STMT-YYMM                PIC 9(06) VALUE 0.

       01  WK-SLC-EOF                  PIC X(01) VALUE 'N'.
       01  WK-REV-EOF                  PIC X(01) VALUE 'N'.
       01  WK-CBR-EOF                  PIC X(01) VALUE 'N'.
       01  WK-SLH-EOF                  PIC X(01) VALUE 'N'.
       01  WK-STM-EOF                  PIC X(01) VALUE 'N'.
       01  WK-CMV-EOF                  PIC X(01) VALUE 'N'.
       01  WK-SLH-FOUND                PIC X(01) VALUE 'N'.
       01  WK-TAKE-TYPE                PIC X(01) VALUE 'I'.

      *    ONE POSTING - FILLED IN BY THE CALLER OF POST-CREDIT
       01  WK-PST-AREA.
           05  WK-PST-TYPE             PIC X(01) VALUE SPACE.
           05  WK-PST-DOC-NBR          PIC 9(09) VALUE 0.
           05  WK-PST-SLS-NBR          PIC 9(04) VALUE 0.
           05  WK-PST-REF              PIC 9(08) VALUE 0.
           05  WK-PST-ORIG-INVC        PIC 9(09) VALUE 0.
           05  WK-PST-ACCT-NBR         PIC 9(09) VALUE 0.
           05  WK-PST-PUB              PIC X(04) VALUE SPACES.
           05  WK-PST-DATE             PIC 9(08) VALUE 0.
           05  WK-PST-PCT              PIC 9(03) VALUE 0.
           05  WK-PST-AMT              PIC S9(09)V99 VALUE +0.

      *    THE ORIGINAL INVOICE'S SALESPEOPLE, GATHERED BEFORE AN
      *    ADJUSTMENT IS SPREAD OVER THEM
       01  WK-ORIG-INVC                PIC 9(09) VALUE 0.
       01  WK-ORIG-CNT                 PIC 9(02) VALUE 0.
       01  WK-ORIG-MAX                 PIC 9(02) VALUE 20.
       01  WK-ORIG-TOT                 PIC S9(11)V99 VALUE +0.
       01  WK-ORIG-TABLE.
           05  WK-ORIG-LINE OCCURS 20.
               10  WK-ORIG-SLS-NBR     PIC 9(04).
               10  WK-ORIG-PCT         PIC 9(03).
               10  WK-ORIG-AMT         PIC S9(09)V99.
       01  WK-OX                       PIC 9(02) VALUE 0.
       01  WK-ADJ-AMT                  PIC S9(09)V99 VALUE +0.
       01  WK-ADJ-DONE-AMT             PIC S9(09)V99 VALUE +0.

       01  WK-SLC-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-POST-CNT                 PIC 9(09) VALUE 0.
       01  WK-DUP-CNT                  PIC 9(09) VALUE 0.
       01  WK-CM-NET-CNT               PIC 9(09) VALUE 0.
       01  WK-REV-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-CMV-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-BKO-CNT                  PIC 9(09) VALUE 0.
       01  WK-CBR-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-NOHIST-CNT               PIC 9(09) VALUE 0.
       01  WK-SLS-CNT                  PIC 9(05) VALUE 0.
       01  WK-HIST-READ-CNT            PIC 9(09) VALUE 0.
       01  WK-STMT-ROW-CNT             PIC 9(09) VALUE 0.

       01  WK-CUR-SLS-NBR              PIC 9(04) VALUE 0.
       01  WK-CUR-SLS-SET              PIC X(01) VALUE 'N'.
       01  WK-KX                       PIC 9(01) VALUE 0.
       01  WK-SLS-KIND-TOTALS.
           05  WK-SLS-KIND-AMT         PIC S9(11)V99 OCCURS 4.
       01  WK-SLS-NET-AMT              PIC S9(11)V99 VALUE +0.
       01  WK-GRD-KIND-TOTALS.
           05  WK-GRD-KIND-AMT         PIC S9(11)V99 OCCURS 4.
       01  WK-GRD-NET-AMT              PIC S9(11)V99 VALUE +0.
       01  WK-KIND-NAMES.
           05  FILLER                  PIC X(12) VALUE 'INVOICE'.
           05  FILLER                  PIC X(12) VALUE 'CREDIT MEMO'.
           05  FILLER                  PIC X(12) VALUE 'BACK-OUT'.
           05  FILLER                  PIC X(12) VALUE 'CHARGEBACK'.
       01  WK-KIND-NAME-TBL            REDEFINES WK-KIND-NAMES.
           05  WK-KIND-NAME            PIC X(12) OCCURS 4.

       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.
       01  WK-AMT-P                    PIC ZZZ,ZZZ,ZZ9.99CR.
       01  WK-DTL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  DTL-KIND                PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DTL-DOC-NBR             PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DTL-ORIG-INVC           PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DTL-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DTL-PUB                 PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DTL-AMT                 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  WK-TOT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  TOT-LABEL               PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACE.
           05  TOT-AMT                 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  WK-EXC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXC-KIND                PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXC-INVC-NBR            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXC-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXC-AMT                 PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  EXC-REASON              PIC X(30).

       01  SLH-STATUS-CODE             PIC X(02).
       01  STMK-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

           OPEN INPUT  SLSCRD-FILE
                       REVREG-FILE
                       CMREV-FILE
                       CBREG-FILE.
022800     OPEN OUTPUT REPORT-FILE.
      *    THE HISTORY PERSISTS ACROSS RUNS - CREATED ON FIRST USE
           OPEN I-O    SLSHIST-FILE.
           IF SLH-STATUS-CODE = '35'
               OPEN OUTPUT SLSHIST-FILE
               CLOSE       SLSHIST-FILE
               OPEN I-O    SLSHIST-FILE
           END-IF.
           IF SLH-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== SALES-CREDIT HISTORY OPEN FAILED ====='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' SLH-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT STM-KEYED-FILE.
           CLOSE       STM-KEYED-FILE.
           OPEN I-O    STM-KEYED-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

      *    EVERY ROW THIS RUN WRITES CARRIES THE RUN'S STAMP - A ROW
      *    FOUND WITH ANOTHER STAMP WAS LOADED BY AN EARLIER RUN
           ACCEPT WK-RUN-DATE          FROM DATE YYYYMMDD.
           ACCEPT WK-RUN-TIME          FROM TIME.
           MOVE WK-RUN-DATE            TO WK-STAMP-DATE.
           MOVE WK-RUN-TIME            TO WK-STAMP-TIME.
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-STMT-YYMM NUMERIC
               MOVE PARM-STMT-YYMM     TO WK-STMT-YYMM
           ELSE
               COMPUTE WK-STMT-YYMM = WK-RUN-DATE / 100
           END-IF.
           DISPLAY 'COMMISSION STATEMENT FOR ' WK-STMT-YYMM.
           INITIALIZE WK-SLS-KIND-TOTALS
                      WK-GRD-KIND-TOTALS.

           MOVE SPACES                 TO WK-RPT-LINE.
           STRING 'ADJUSTMENTS WITH NO SALES CREDIT ON FILE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           STRING '  KIND          INVOICE     ACCOUNT    '
                  '         AMOUNT  REASON'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

      *    INVOICES AND CREDIT MEMOS FIRST, SO A CREDIT MEMO OR A
      *    BACK-OUT IN THE SAME MONTH AS ITS INVOICE FINDS IT
           PERFORM LOAD-SALES-CREDIT
              THRU LOAD-SALES-CREDIT-EXIT
               UNTIL WK-SLC-EOF = 'Y'.
           PERFORM TAKE-BACK-BACKOUT
              THRU TAKE-BACK-BACKOUT-EXIT
               UNTIL WK-REV-EOF = 'Y'.
           PERFORM TAKE-BACK-CM-REVERSAL
              THRU TAKE-BACK-CM-REVERSAL-EXIT
               UNTIL WK-CMV-EOF = 'Y'.
           PERFORM NET-CHARGEBACK
              THRU NET-CHARGEBACK-EXIT
               UNTIL WK-CBR-EOF = 'Y'.
           PERFORM PRINT-BLANK-LINE.

      *    THE STATEMENT COMES FROM THE HISTORY, NOT FROM THIS RUN'S
      *    POSTINGS - EVERYTHING LOADED FOR OR BACKED OUT IN THE
      *    STATEMENT MONTH, WHICHEVER RUN DID IT
           MOVE LOW-VALUES             TO SLH-KEY.
           MOVE 'N'                    TO WK-SLH-EOF.
           START SLSHIST-FILE KEY NOT < SLH-KEY
               INVALID KEY MOVE 'Y'    TO WK-SLH-EOF
           END-START.
           PERFORM SELECT-STMT-ROW
              THRU SELECT-STMT-ROW-EXIT
               UNTIL WK-SLH-EOF = 'Y'.

           MOVE LOW-VALUES             TO STMK-KEY.
           START STM-KEYED-FILE KEY NOT < STMK-KEY
               INVALID KEY MOVE 'Y'    TO WK-STM-EOF
           END-START.
           PERFORM PRINT-STMT-LINE
              THRU PRINT-STMT-LINE-EXIT
               UNTIL WK-STM-EOF = 'Y'.
           IF WK-CUR-SLS-SET = 'Y'
               PERFORM PRINT-SLS-TOTAL
                  THRU PRINT-SLS-TOTAL-EXIT
           END-IF.
           PERFORM PRINT-GRAND-TOTAL
              THRU PRINT-GRAND-TOTAL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'SALES CREDITS READ:    ' WK-SLC-READ-CNT.
           DISPLAY 'CREDITS POSTED:        ' WK-POST-CNT.
           DISPLAY 'ALREADY ON HISTORY:    ' WK-DUP-CNT.
           DISPLAY 'CREDIT MEMOS NETTED:   ' WK-CM-NET-CNT.
           DISPLAY 'BACK-OUTS READ:        ' WK-REV-READ-CNT.
           DISPLAY 'CM REVERSALS READ:     ' WK-CMV-READ-CNT.
           DISPLAY 'CREDITS BACKED OUT:    ' WK-BKO-CNT.
           DISPLAY 'CHARGEBACKS READ:      ' WK-CBR-READ-CNT.
           DISPLAY 'NO HISTORY FOR ADJ:    ' WK-NOHIST-CNT.
           DISPLAY 'HISTORY ROWS READ:     ' WK-HIST-READ-CNT.
           DISPLAY 'ROWS ON STATEMENT:     ' WK-STMT-ROW-CNT.
           DISPLAY 'SALESPEOPLE:           ' WK-SLS-CNT.

           CLOSE       SLSCRD-FILE
                       REVREG-FILE
                       CMREV-FILE
                       CBREG-FILE
                       REPORT-FILE
                       SLSHIST-FILE
                       STM-KEYED-FILE.
380908
           GOBACK.

       LOAD-SALES-CREDIT.
           READ SLSCRD-FILE INTO WK-SLSCRD-REC
               AT END MOVE 'Y'         TO WK-SLC-EOF
           END-READ.
           IF WK-SLC-EOF = 'Y'
               GO TO LOAD-SALES-CREDIT-EXIT
           END-IF.
           ADD 1                       TO WK-SLC-READ-CNT.
           MOVE SLC-DOC-TYPE           TO WK-PST-TYPE.
           MOVE SLC-DOC-NBR            TO WK-PST-DOC-NBR.
           MOVE SLC-ORIG-INVC          TO WK-PST-ORIG-INVC.
           MOVE SLC-ACCT-NBR           TO WK-PST-ACCT-NBR.
           MOVE SLC-PUB                TO WK-PST-PUB.
           MOVE SLC-INVC-DATE          TO WK-PST-DATE.
           MOVE ZEROS                  TO WK-PST-REF.
           IF SLC-DOC-TYPE NOT = 'C'
               MOVE SLC-SLS-NBR        TO WK-PST-SLS-NBR
               MOVE SLC-SLS-PCT        TO WK-PST-PCT
               MOVE SLC-CREDIT-AMT     TO WK-PST-AMT
               PERFORM POST-CREDIT
                  THRU POST-CREDIT-EXIT
               GO TO LOAD-SALES-CREDIT-EXIT
           END-IF.

      *    A CREDIT MEMO GOES BACK TO WHOEVER WAS CREDITED WITH THE
      *    INVOICE IT CREDITS, IN THE SAME PROPORTION
           MOVE SLC-CREDIT-AMT         TO WK-ADJ-AMT.
           MOVE SLC-ORIG-INVC          TO WK-ORIG-INVC.
           PERFORM GATHER-ORIG-SALES
              THRU GATHER-ORIG-SALES-EXIT.
           IF WK-ORIG-CNT = 0
           OR WK-ORIG-TOT = ZEROS
               MOVE SLC-SLS-NBR        TO WK-PST-SLS-NBR
               MOVE SLC-SLS-PCT        TO WK-PST-PCT
               MOVE WK-ADJ-AMT         TO WK-PST-AMT
               PERFORM POST-CREDIT
                  THRU POST-CREDIT-EXIT
           ELSE
               ADD 1                   TO WK-CM-NET-CNT
               PERFORM SPREAD-ADJUSTMENT
                  THRU SPREAD-ADJUSTMENT-EXIT
           END-IF.

       LOAD-SALES-CREDIT-EXIT.
           EXIT.

       TAKE-BACK-BACKOUT.
      *    A BACKED-OUT INVOICE NO LONGER EXISTS - EVERY CREDIT
      *    STILL STANDING ON IT IS TAKEN BACK IN FULL
           READ REVREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-REV-EOF
           END-READ.
           IF WK-REV-EOF = 'Y'
               GO TO TAKE-BACK-BACKOUT-EXIT
           END-IF.
           ADD 1                       TO WK-REV-READ-CNT.
           MOVE 'I'                    TO WK-TAKE-TYPE.
           PERFORM TAKE-BACK-DOCUMENT
              THRU TAKE-BACK-DOCUMENT-EXIT.

       TAKE-BACK-BACKOUT-EXIT.
           EXIT.

       TAKE-BACK-CM-REVERSAL.
      *    A REVERSED CREDIT MEMO NO LONGER EXISTS EITHER - THE
      *    (NEGATIVE) CREDITS IT TOOK ARE TAKEN BACK THE SAME WAY
           READ CMREV-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-CMV-EOF
           END-READ.
           IF WK-CMV-EOF = 'Y'
               GO TO TAKE-BACK-CM-REVERSAL-EXIT
           END-IF.
           ADD 1                       TO WK-CMV-READ-CNT.
           MOVE 'C'                    TO WK-TAKE-TYPE.
           PERFORM TAKE-BACK-DOCUMENT
              THRU TAKE-BACK-DOCUMENT-EXIT.

       TAKE-BACK-CM-REVERSAL-EXIT.
           EXIT.

       TAKE-BACK-DOCUMENT.
           MOVE INVREG-INVC-NBR        TO WK-ORIG-INVC.
           MOVE ZEROS                  TO WK-ORIG-CNT.
           MOVE WK-TAKE-TYPE           TO SLH-DOC-TYPE.
           MOVE WK-ORIG-INVC           TO SLH-DOC-NBR.
           MOVE ZEROS                  TO SLH-SLS-NBR
                                          SLH-DOC-REF.
           MOVE 'N'                    TO WK-SLH-EOF.
           START SLSHIST-FILE KEY NOT < SLH-KEY
               INVALID KEY MOVE 'Y'    TO WK-SLH-EOF
           END-START.
           PERFORM TAKE-BACK-ONE
              THRU TAKE-BACK-ONE-EXIT
               UNTIL WK-SLH-EOF = 'Y'.
           IF WK-ORIG-CNT = 0
               MOVE 'BACK-OUT'         TO EXC-KIND
               MOVE INVREG-NET-AMT     TO EXC-AMT
               PERFORM WRITE-EXC-LINE
                  THRU WRITE-EXC-LINE-EXIT
           END-IF.

       TAKE-BACK-DOCUMENT-EXIT.
           EXIT.

       TAKE-BACK-ONE.
           READ SLSHIST-FILE NEXT
               AT END MOVE 'Y'         TO WK-SLH-EOF
           END-READ.
           IF WK-SLH-EOF = 'Y'
               GO TO TAKE-BACK-ONE-EXIT
           END-IF.
           IF SLH-DOC-TYPE NOT = WK-TAKE-TYPE
           OR SLH-DOC-NBR  NOT = WK-ORIG-INVC
               MOVE 'Y'                TO WK-SLH-EOF
               GO TO TAKE-BACK-ONE-EXIT
           END-IF.
           ADD 1                       TO WK-ORIG-CNT.
           IF SLH-STATUS NOT = 'A'
               GO TO TAKE-BACK-ONE-EXIT
           END-IF.
           MOVE 'B'                    TO SLH-STATUS.
           MOVE WK-STMT-YYMM           TO SLH-BKO-YYMM.
           REWRITE SLH-REC.
           ADD 1                       TO WK-BKO-CNT.

       TAKE-BACK-ONE-EXIT.
           EXIT.

       NET-CHARGEBACK.
      *    THE CHARGEBACK IS SPREAD OVER THE INVOICE'S SALESPEOPLE
      *    BY THEIR SHARE OF THE INVOICE
           READ CBREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-CBR-EOF
           END-READ.
           IF WK-CBR-EOF = 'Y'
               GO TO NET-CHARGEBACK-EXIT
           END-IF.
           ADD 1                       TO WK-CBR-READ-CNT.
           MOVE INVREG-INVC-NBR        TO WK-ORIG-INVC.
           PERFORM GATHER-ORIG-SALES
              THRU GATHER-ORIG-SALES-EXIT.
           IF WK-ORIG-CNT = 0
           OR WK-ORIG-TOT = ZEROS
               MOVE 'CHARGEBACK'       TO EXC-KIND
               MOVE INVREG-NET-AMT     TO EXC-AMT
               PERFORM WRITE-EXC-LINE
                  THRU WRITE-EXC-LINE-EXIT
               GO TO NET-CHARGEBACK-EXIT
           END-IF.
           MOVE 'K'                    TO WK-PST-TYPE.
           MOVE INVREG-INVC-NBR        TO WK-PST-DOC-NBR
                                          WK-PST-ORIG-INVC.
           MOVE INVREG-ACCT-NBR        TO WK-PST-ACCT-NBR.
           MOVE INVREG-PUB             TO WK-PST-PUB.
           MOVE INVREG-INVC-DATE       TO WK-PST-DATE
                                          WK-PST-REF.
           MOVE INVREG-NET-AMT         TO WK-ADJ-AMT.
           PERFORM SPREAD-ADJUSTMENT
              THRU SPREAD-ADJUSTMENT-EXIT.

       NET-CHARGEBACK-EXIT.
           EXIT.

       GATHER-ORIG-SALES.
      *    ACTIVE CREDITS ON THE ORIGINAL INVOICE, BY SALESPERSON
           MOVE ZEROS                  TO WK-ORIG-CNT
                                          WK-ORIG-TOT.
           MOVE 'I'                    TO SLH-DOC-TYPE.
           MOVE WK-ORIG-INVC           TO SLH-DOC-NBR.
           MOVE ZEROS                  TO SLH-SLS-NBR
                                          SLH-DOC-REF.
           MOVE 'N'                    TO WK-SLH-EOF.
           START SLSHIST-FILE KEY NOT < SLH-KEY
               INVALID KEY MOVE 'Y'    TO WK-SLH-EOF
           END-START.
           PERFORM GATHER-ONE-SALES
              THRU GATHER-ONE-SALES-EXIT
               UNTIL WK-SLH-EOF = 'Y'.

       GATHER-ORIG-SALES-EXIT.
           EXIT.

       GATHER-ONE-SALES.
           READ SLSHIST-FILE NEXT
               AT END MOVE 'Y'         TO WK-SLH-EOF
           END-READ.
           IF WK-SLH-EOF = 'Y'
               GO TO GATHER-ONE-SALES-EXIT
           END-IF.
           IF SLH-DOC-TYPE NOT = 'I'
           OR SLH-DOC-NBR  NOT = WK-ORIG-INVC
               MOVE 'Y'                TO WK-SLH-EOF
               GO TO GATHER-ONE-SALES-EXIT
           END-IF.
           IF SLH-STATUS NOT = 'A'
           OR SLH-CREDIT-AMT = ZEROS
               GO TO GATHER-ONE-SALES-EXIT
           END-IF.
           IF WK-ORIG-CNT NOT < WK-ORIG-MAX
               DISPLAY 'MORE THAN ' WK-ORIG-MAX
                       ' SALESPEOPLE ON INVOICE ' WK-ORIG-INVC
               MOVE 'Y'                TO WK-SLH-EOF
               GO TO GATHER-ONE-SALES-EXIT
           END-IF.
           ADD 1                       TO WK-ORIG-CNT.
           MOVE SLH-SLS-NBR            TO WK-ORIG-SLS-NBR (WK-ORIG-CNT).
           MOVE SLH-PCT                TO WK-ORIG-PCT (WK-ORIG-CNT).
           MOVE SLH-CREDIT-AMT         TO WK-ORIG-AMT (WK-ORIG-CNT).
           ADD SLH-CREDIT-AMT          TO WK-ORIG-TOT.

       GATHER-ONE-SALES-EXIT.
           EXIT.

       SPREAD-ADJUSTMENT.
      *    WK-ADJ-AMT OVER THE GATHERED SALESPEOPLE IN PROPORTION TO
      *    THEIR CREDIT; THE LAST TAKES THE ROUNDING
           MOVE ZEROS                  TO WK-ADJ-DONE-AMT.
           PERFORM SPREAD-ONE-SHARE
              THRU SPREAD-ONE-SHARE-EXIT
               VARYING WK-OX FROM 1 BY 1
                 UNTIL WK-OX > WK-ORIG-CNT.

       SPREAD-ADJUSTMENT-EXIT.
           EXIT.

       SPREAD-ONE-SHARE.
           MOVE WK-ORIG-SLS-NBR (WK-OX) TO WK-PST-SLS-NBR.
           MOVE WK-ORIG-PCT (WK-OX)    TO WK-PST-PCT.
           IF WK-OX = WK-ORIG-CNT
               COMPUTE WK-PST-AMT = WK-ADJ-AMT - WK-ADJ-DONE-AMT
           ELSE
               COMPUTE WK-PST-AMT ROUNDED =
                       WK-ADJ-AMT * WK-ORIG-AMT (WK-OX)
                                  / WK-ORIG-TOT
               ADD WK-PST-AMT          TO WK-ADJ-DONE-AMT
           END-IF.
           PERFORM POST-CREDIT
              THRU POST-CREDIT-EXIT.

       SPREAD-ONE-SHARE-EXIT.
           EXIT.

       POST-CREDIT.
      *    ONE CREDIT ONTO THE HISTORY AND THE STATEMENT.  SEVERAL
      *    WORK ORDERS OF ONE DOCUMENT ADD INTO THE SAME ROW WITHIN
      *    A RUN; A ROW LEFT BY AN EARLIER RUN MEANS THE DOCUMENT
      *    WAS ALREADY CREDITED AND IS NOT POSTED AGAIN.
           MOVE WK-PST-TYPE            TO SLH-DOC-TYPE.
           MOVE WK-PST-DOC-NBR         TO SLH-DOC-NBR.
           MOVE WK-PST-SLS-NBR         TO SLH-SLS-NBR.
           MOVE WK-PST-REF             TO SLH-DOC-REF.
           READ SLSHIST-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-SLH-FOUND
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-SLH-FOUND
           END-READ.
           IF WK-SLH-FOUND = 'Y'
               IF SLH-LOAD-STAMP NOT = WK-RUN-STAMP-9
                   DISPLAY 'ALREADY ON SALES HISTORY ' SLH-DOC-TYPE
                           SLH-DOC-NBR ' ' SLH-SLS-NBR
                   ADD 1               TO WK-DUP-CNT
                   GO TO POST-CREDIT-EXIT
               END-IF
               ADD WK-PST-AMT          TO SLH-CREDIT-AMT
               REWRITE SLH-REC
           ELSE
               MOVE SPACES             TO SLH-REC
               MOVE WK-PST-TYPE        TO SLH-DOC-TYPE
               MOVE WK-PST-DOC-NBR     TO SLH-DOC-NBR
               MOVE WK-PST-SLS-NBR     TO SLH-SLS-NBR
               MOVE WK-PST-REF         TO SLH-DOC-REF
               MOVE WK-PST-ORIG-INVC   TO SLH-ORIG-INVC
               MOVE WK-PST-ACCT-NBR    TO SLH-ACCT-NBR
               MOVE WK-PST-PUB         TO SLH-PUB
               MOVE WK-PST-DATE        TO SLH-DOC-DATE
               MOVE WK-PST-PCT         TO SLH-PCT
               MOVE WK-PST-AMT         TO SLH-CREDIT-AMT
               MOVE 'A'                TO SLH-STATUS
               MOVE WK-RUN-STAMP-9     TO SLH-LOAD-STAMP
               MOVE WK-STMT-YYMM       TO SLH-STMT-YYMM
               MOVE ZEROS              TO SLH-BKO-YYMM
               WRITE SLH-REC
           END-IF.
           ADD 1                       TO WK-POST-CNT.

       POST-CREDIT-EXIT.
           EXIT.

       SELECT-STMT-ROW.
      *    A ROW IS ON THE STATEMENT UNDER ITS OWN KIND IN THE MONTH
      *    IT WAS LOADED FOR, AND AS A BACK-OUT (NEGATED) IN THE
      *    MONTH IT WAS BACKED OUT IN
           READ SLSHIST-FILE NEXT
               AT END MOVE 'Y'         TO WK-SLH-EOF
           END-READ.
           IF WK-SLH-EOF = 'Y'
               GO TO SELECT-STMT-ROW-EXIT
           END-IF.
           ADD 1                       TO WK-HIST-READ-CNT.
           MOVE SLH-SLS-NBR            TO STMK-SLS-NBR.
           MOVE SLH-DOC-NBR            TO STMK-DOC-NBR.
           MOVE SLH-PUB                TO STMK-PUB.
           MOVE SLH-ORIG-INVC          TO WK-PST-ORIG-INVC.
           MOVE SLH-ACCT-NBR           TO WK-PST-ACCT-NBR.

           IF SLH-STMT-YYMM = WK-STMT-YYMM
               EVALUATE SLH-DOC-TYPE
                   WHEN 'C'
                       MOVE 2          TO STMK-KIND
                   WHEN 'K'
                       MOVE 4          TO STMK-KIND
                   WHEN OTHER
                       MOVE 1          TO STMK-KIND
               END-EVALUATE
               MOVE SLH-CREDIT-AMT     TO WK-PST-AMT
               PERFORM ADD-STMT-LINE
                  THRU ADD-STMT-LINE-EXIT
               ADD 1                   TO WK-STMT-ROW-CNT
           END-IF.

           IF SLH-STATUS = 'B'
           AND SLH-BKO-YYMM = WK-STMT-YYMM
               MOVE SLH-SLS-NBR        TO STMK-SLS-NBR
               MOVE 3                  TO STMK-KIND
               MOVE SLH-DOC-NBR        TO STMK-DOC-NBR
               MOVE SLH-PUB            TO STMK-PUB
               COMPUTE WK-PST-AMT = ZERO - SLH-CREDIT-AMT
               PERFORM ADD-STMT-LINE
                  THRU ADD-STMT-LINE-EXIT
               ADD 1                   TO WK-STMT-ROW-CNT
           END-IF.

       SELECT-STMT-ROW-EXIT.
           EXIT.

       ADD-STMT-LINE.
           READ STM-KEYED-FILE
               INVALID KEY
                   MOVE WK-PST-ORIG-INVC
                                       TO STMK-ORIG-INVC
                   MOVE WK-PST-ACCT-NBR
                                       TO STMK-ACCT-NBR
                   MOVE WK-PST-AMT     TO STMK-AMT
                   WRITE STMK-REC
               NOT INVALID KEY
                   ADD WK-PST-AMT      TO STMK-AMT
                   REWRITE STMK-REC
           END-READ.

       ADD-STMT-LINE-EXIT.
           EXIT.

       PRINT-STMT-LINE.
           READ STM-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-STM-EOF
           END-READ.
           IF WK-STM-EOF = 'Y'
               GO TO PRINT-STMT-LINE-EXIT
           END-IF.
           IF WK-CUR-SLS-SET = 'Y'
           AND STMK-SLS-NBR NOT = WK-CUR-SLS-NBR
               PERFORM PRINT-SLS-TOTAL
                  THRU PRINT-SLS-TOTAL-EXIT
           END-IF.
           IF WK-CUR-SLS-SET NOT = 'Y'
               PERFORM PRINT-SLS-HEADING
                  THRU PRINT-SLS-HEADING-EXIT
           END-IF.

           MOVE WK-KIND-NAME (STMK-KIND) TO DTL-KIND.
           MOVE STMK-DOC-NBR           TO DTL-DOC-NBR.
           MOVE STMK-ORIG-INVC         TO DTL-ORIG-INVC.
           MOVE STMK-ACCT-NBR          TO DTL-ACCT-NBR.
           MOVE STMK-PUB               TO DTL-PUB.
           MOVE STMK-AMT               TO DTL-AMT.
           MOVE WK-DTL-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD STMK-AMT                TO WK-SLS-KIND-AMT (STMK-KIND)
                                          WK-SLS-NET-AMT.

       PRINT-STMT-LINE-EXIT.
           EXIT.

       PRINT-SLS-HEADING.
           MOVE STMK-SLS-NBR           TO WK-CUR-SLS-NBR.
           MOVE 'Y'                    TO WK-CUR-SLS-SET.
           ADD 1                       TO WK-SLS-CNT.
           INITIALIZE WK-SLS-KIND-TOTALS.
           MOVE ZEROS                  TO WK-SLS-NET-AMT.
           STRING 'COMMISSION STATEMENT  '
                  WK-STMT-YYMM
                  '   SALESPERSON '
                  WK-CUR-SLS-NBR       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           IF WK-CUR-SLS-NBR = ZEROS
               MOVE '(NO SALES TEAM ON WORK ORDER)'
                                       TO WK-RPT-LINE (60:29)
           END-IF.
           PERFORM PRINT-RPT-LINE.
           STRING '    KIND          DOCUMENT   ORIG INVC  '
                  '  ACCOUNT    PUB            AMOUNT'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-SLS-HEADING-EXIT.
           EXIT.

       PRINT-SLS-TOTAL.
           PERFORM PRINT-BLANK-LINE.
           PERFORM PRINT-SLS-KIND-LINE
              THRU PRINT-SLS-KIND-LINE-EXIT
               VARYING WK-KX FROM 1 BY 1
                 UNTIL WK-KX > 4.
           MOVE SPACES                 TO WK-TOT-LINE.
           MOVE 'NET CREDITED REVENUE'   TO TOT-LABEL.
           MOVE WK-SLS-NET-AMT         TO TOT-AMT.
           MOVE WK-TOT-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.
           PERFORM PRINT-BLANK-LINE.
           ADD WK-SLS-NET-AMT          TO WK-GRD-NET-AMT.
           MOVE 'N'                    TO WK-CUR-SLS-SET.

       PRINT-SLS-TOTAL-EXIT.
           EXIT.

       PRINT-SLS-KIND-LINE.
           MOVE SPACES                 TO WK-TOT-LINE.
           STRING 'TOTAL '             DELIMITED BY SIZE
                  WK-KIND-NAME (WK-KX) DELIMITED BY SIZE
               INTO TOT-LABEL.
           MOVE WK-SLS-KIND-AMT (WK-KX) TO TOT-AMT.
           MOVE WK-TOT-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD WK-SLS-KIND-AMT (WK-KX) TO WK-GRD-KIND-AMT (WK-KX).

       PRINT-SLS-KIND-LINE-EXIT.
           EXIT.

       PRINT-GRAND-TOTAL.
           STRING 'COMMISSION STATEMENT  '
                  WK-STMT-YYMM
                  '   ALL SALESPEOPLE' DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-GRAND-KIND-LINE
              THRU PRINT-GRAND-KIND-LINE-EXIT
               VARYING WK-KX FROM 1 BY 1
                 UNTIL WK-KX > 4.
           MOVE SPACES                 TO WK-TOT-LINE.
           MOVE 'NET CREDITED REVENUE'   TO TOT-LABEL.
           MOVE WK-GRD-NET-AMT         TO TOT-AMT.
           MOVE WK-TOT-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-GRAND-TOTAL-EXIT.
           EXIT.

       PRINT-GRAND-KIND-LINE.
           MOVE SPACES                 TO WK-TOT-LINE.
           STRING 'TOTAL '             DELIMITED BY SIZE
                  WK-KIND-NAME (WK-KX) DELIMITED BY SIZE
               INTO TOT-LABEL.
           MOVE WK-GRD-KIND-AMT (WK-KX) TO TOT-AMT.
           MOVE WK-TOT-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-GRAND-KIND-LINE-EXIT.
           EXIT.

       WRITE-EXC-LINE.
           MOVE INVREG-INVC-NBR        TO EXC-INVC-NBR.
           MOVE INVREG-ACCT-NBR        TO EXC-ACCT-NBR.
           MOVE 'NO SALES CREDIT ON HISTORY' TO EXC-REASON.
           MOVE WK-EXC-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD 1                       TO WK-NOHIST-CNT.

       WRITE-EXC-LINE-EXIT.
           EXIT.

       PRINT-RPT-LINE.
           MOVE WK-RPT-LINE            TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES                 TO WK-RPT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES                 TO REPORT-REC.
           WRITE REPORT-REC.
