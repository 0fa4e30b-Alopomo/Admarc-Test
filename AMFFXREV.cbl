002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFFXREV.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - fx revaluation   *
      ***    10/15/26 - AL-02    abend on fx rate table overflow*
      ***********************************************************
      *    MONTH-END REVALUATION OF OPEN FOREIGN-CURRENCY A/R.  *
      *    EVERY OPEN OR PART-PAID INVOICE AND CREDIT MEMO ON   *
      *    THE OPEN-ITEM MASTER (OPNITEM) THAT WAS BILLED IN A  *
      *    CURRENCY OTHER THAN DOLLARS IS RESTATED AT THE RATE  *
      *    IN FORCE ON THE REVALUATION DATE.  THE ITEM'S OPEN   *
      *    AMOUNT IN ITS BILLING CURRENCY IS THE DOLLAR OPEN    *
      *    AMOUNT TIMES THE RATE IT WAS BILLED AT; THAT AMOUNT  *
      *    AT THE CURRENT RATE IS THE REVALUED DOLLAR AMOUNT,   *
      *    AND REVALUED LESS OPEN IS THE UNREALIZED GAIN (LOSS  *
      *    IF NEGATIVE).  RATES ARE THE DATED FXRATE FILE THE   *
      *    INVOICE PRINT BILLS FROM - UNITS OF THE BILLING      *
      *    CURRENCY PER US DOLLAR.  THE MASTER IS NOT UPDATED - *
      *    THE REPORT SUPPORTS THE MONTH-END ADJUSTING ENTRY,   *
      *    AND CASH IS STILL APPLIED (AMFARLBX) AGAINST THE     *
      *    BILLED RATE.  THE REPORT IS GROUPED BY CURRENCY AND  *
      *    BILLED ACCOUNT.  A CURRENCY WITH NO RATE ON FILE FOR *
      *    THE DATE IS CARRIED AT ITS OPEN AMOUNT, FLAGGED, AND *
      *    ENDS THE STEP WITH RETURN CODE 4.                    *
      *    PARM CARD: COLUMNS 1-8 REVALUATION DATE (CCYYMMDD,   *
      *    DEFAULT TODAY).                                      *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT OPNITEM-FILE    ASSIGN TO OPNITEM
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPIT-KEY
                      FILE STATUS  IS OPIT-STATUS-CODE.
           SELECT OPTIONAL FXRATE-FILE ASSIGN TO FXRATE
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVAL-FILE      ASSIGN TO SYS011
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVALSRT-FILE   ASSIGN TO SYS012
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-REVAL-FILE ASSIGN TO SYS013.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
004701 FD  OPNITEM-FILE           COPY AMZFSEL.
004702 01  OPIT-REC.
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

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

       FD  REVAL-FILE             COPY AMZFSEL.
       01  REVAL-REC                   PIC X(110).

       FD  REVALSRT-FILE          COPY AMZFSEL.
       01  REVALSRT-REC                PIC X(110).

       SD  SORT-REVAL-FILE.
       01  SREVAL-REC.
           05  SREVAL-CURR             PIC X(03).
           05  SREVAL-AGY-NBR          PIC 9(09).
           05  SREVAL-DOC-TYPE         PIC X(01).
           05  SREVAL-DOC-NBR          PIC 9(09).
           05  FILLER                  PIC X(88).

008100/
008200 WORKING-STORAGE SECTION.

      *    ONE REVALUED ITEM - SORTED BY CURRENCY, BILLED ACCOUNT
      *    AND DOCUMENT FOR THE REPORT
013902 01  WK-REVAL-REC.
           05  RW-CURR                 PIC X(03).
           05  RW-AGY-NBR              PIC 9(09).
           05  RW-DOC-TYPE             PIC X(01).
           05  RW-DOC-NBR              PIC 9(09).
           05  RW-DOC-DATE             PIC 9(08).
           05  RW-INV-RATE             PIC 9(04)V9(06).
           05  RW-CUR-RATE             PIC 9(04)V9(06).
           05  RW-RATE-DATE            PIC 9(08).
           05  RW-OPEN-AMT             PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  RW-FX-OPEN-AMT          PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  RW-REVAL-AMT            PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  RW-UNREAL-AMT           PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  RW-RATE-FOUND           PIC X(01).
           05  FILLER                  PIC X(03).

       01  PARM-CARD.
           05  PARM-REVAL-DATE         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(72) VALUE SPACES.

018331 01  IO-PKT.                     COPY AMZWIOP.
018332/
       01  WK-REVAL-DATE               PIC 9(08) VALUE 0.

      *    RATE TABLE - THE WHOLE FXRATE FILE
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
       01  WK-CUR-RATE                 PIC 9(04)V9(06) VALUE 0.
       01  WK-CUR-RATE-DATE            PIC 9(08) VALUE 0.

       01  WK-OPIT-EOF                 PIC X(01) VALUE 'N'.
       01  WK-REVAL-EOF                PIC X(01) VALUE 'N'.
       01  WK-FIRST-REC                PIC X(01) VALUE 'Y'.

       01  WK-OPIT-READ-CNT            PIC 9(09) VALUE 0.
       01  WK-FX-ITEM-CNT              PIC 9(09) VALUE 0.
       01  WK-NO-RATE-CNT              PIC 9(09) VALUE 0.

      *    REPORT CONTROL BREAKS AND TOTALS - 1 CURRENCY, 2 REPORT.
      *    THE BILLING-CURRENCY AMOUNT ONLY TOTALS WITHIN ONE
      *    CURRENCY.
       01  WK-SAVE-CURR                PIC X(03) VALUE SPACE.
       01  WK-TX                       PIC 9(01) VALUE 0.
       01  WK-TOTALS-TABLE.
           05  WK-TOTALS OCCURS 2.
               10  WK-TOT-CNT          PIC 9(07).
               10  WK-TOT-NO-RATE-CNT  PIC 9(07).
               10  WK-TOT-OPEN-AMT     PIC S9(11)V99.
               10  WK-TOT-FX-OPEN-AMT  PIC S9(11)V99.
               10  WK-TOT-REVAL-AMT    PIC S9(11)V99.
               10  WK-TOT-UNREAL-AMT   PIC S9(11)V99.
       01  WK-TOTAL-NAMES.
           05  FILLER                  PIC X(10) VALUE 'CURRENCY'.
           05  FILLER                  PIC X(10) VALUE 'REPORT'.
       01  WK-TOTAL-NAME-TBL           REDEFINES WK-TOTAL-NAMES.
           05  WK-TOTAL-NAME           PIC X(10) OCCURS 2.

       01  WK-AMT-P                    PIC ZZZ,ZZZ,ZZ9.99CR.
       01  WK-RATE-P                   PIC ZZZ9.999999.
       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.
       01  WK-REVAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  RL-DOC-TYPE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-DOC-NBR              PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-DOC-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-AGY-NBR              PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-INV-RATE             PIC ZZZ9.999999.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RL-OPEN-AMT             PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-FX-OPEN-AMT          PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-REVAL-AMT            PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-UNREAL-AMT           PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-NOTE                 PIC X(10).
       01  WK-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  TL-NAME                 PIC X(10).
           05  FILLER                  PIC X(07) VALUE ' TOTAL '.
           05  FILLER                  PIC X(06) VALUE 'ITEMS '.
           05  TL-CNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE SPACE.
           05  TL-OPEN-AMT             PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-FX-OPEN-AMT          PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-REVAL-AMT            PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TL-UNREAL-AMT           PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(09) VALUE ' NO RATE '.
           05  TL-NO-RATE-CNT          PIC ZZZZ9.

       01  OPIT-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

      *    NO OPEN-ITEM MASTER YET MEANS NOTHING IS OPEN
           OPEN INPUT  OPNITEM-FILE.
           IF OPIT-STATUS-CODE = '35'
               DISPLAY 'NO OPEN-ITEM MASTER - NOTHING TO REVALUE'
               MOVE 'Y'                TO WK-OPIT-EOF
           ELSE
               IF OPIT-STATUS-CODE NOT = '00'
                   DISPLAY '========================================='
                   DISPLAY '== OPEN-ITEM MASTER OPEN FAILED ========='
                   DISPLAY '========================================='
                   DISPLAY 'FILE STATUS ' OPIT-STATUS-CODE
                   MOVE 1              TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
022800     OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT REVAL-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-REVAL-DATE NUMERIC
               MOVE PARM-REVAL-DATE    TO WK-REVAL-DATE
           ELSE
               ACCEPT WK-REVAL-DATE    FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'OPEN ITEMS REVALUED AT ' WK-REVAL-DATE.

           OPEN INPUT  FXRATE-FILE.
           PERFORM LOAD-FX-RATE-ROW
              THRU LOAD-FX-RATE-ROW-EXIT
               UNTIL WK-FXRATE-EOF = 'Y'.
           CLOSE       FXRATE-FILE.

           PERFORM REVALUE-ONE-ITEM
              THRU REVALUE-ONE-ITEM-EXIT
               UNTIL WK-OPIT-EOF = 'Y'.
           CLOSE       REVAL-FILE.

           SORT SORT-REVAL-FILE
             ON ASCENDING KEY SREVAL-CURR
                              SREVAL-AGY-NBR
                              SREVAL-DOC-TYPE
                              SREVAL-DOC-NBR
                USING  REVAL-FILE
                GIVING REVALSRT-FILE.

           INITIALIZE WK-TOTALS-TABLE.
           PERFORM PRINT-REPORT-HEADING
              THRU PRINT-REPORT-HEADING-EXIT.
           OPEN INPUT  REVALSRT-FILE.
           PERFORM PRINT-ONE-ITEM
              THRU PRINT-ONE-ITEM-EXIT
               UNTIL WK-REVAL-EOF = 'Y'.
           CLOSE       REVALSRT-FILE.
           IF WK-FIRST-REC = 'N'
               MOVE 1                  TO WK-TX
               PERFORM PRINT-TOTAL-LINE
                  THRU PRINT-TOTAL-LINE-EXIT
           END-IF.
           MOVE 2                      TO WK-TX.
           PERFORM PRINT-TOTAL-LINE
              THRU PRINT-TOTAL-LINE-EXIT.

           IF WK-NO-RATE-CNT > 0
               MOVE 4                  TO RETURN-CODE
           END-IF.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'FX RATES LOADED:       ' WK-FXR-CNT.
           DISPLAY 'OPEN ITEMS READ:       ' WK-OPIT-READ-CNT.
           DISPLAY 'FOREIGN ITEMS:         ' WK-FX-ITEM-CNT.
           DISPLAY 'NO CURRENT RATE:       ' WK-NO-RATE-CNT.
           DISPLAY 'OPEN USD:              ' WK-TOT-OPEN-AMT (2).
           DISPLAY 'REVALUED USD:          ' WK-TOT-REVAL-AMT (2).
           DISPLAY 'UNREALIZED GAIN/LOSS:  ' WK-TOT-UNREAL-AMT (2).

           IF OPIT-STATUS-CODE NOT = '35'
               CLOSE   OPNITEM-FILE
           END-IF.
           CLOSE       REPORT-FILE.
380908
           GOBACK.

       LOAD-FX-RATE-ROW.
      *    CURRENCY, EFFECTIVE DATE AND UNITS PER US DOLLAR
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

       REVALUE-ONE-ITEM.
      *    OPEN AND PART-PAID FOREIGN-CURRENCY DOCUMENTS ONLY -
      *    UNAPPLIED CASH IS HELD IN DOLLARS
           READ OPNITEM-FILE NEXT
               AT END MOVE 'Y'         TO WK-OPIT-EOF
           END-READ.
           IF WK-OPIT-EOF = 'Y'
               GO TO REVALUE-ONE-ITEM-EXIT
           END-IF.
           ADD 1                       TO WK-OPIT-READ-CNT.
           IF OPIT-DOC-TYPE NOT = 'I'
           AND OPIT-DOC-TYPE NOT = 'C'
               GO TO REVALUE-ONE-ITEM-EXIT
           END-IF.
           IF OPIT-STATUS NOT = 'O'
           AND OPIT-STATUS NOT = 'P'
               GO TO REVALUE-ONE-ITEM-EXIT
           END-IF.
           IF OPIT-BILL-CURR = SPACES
           OR OPIT-BILL-CURR = 'USD'
           OR OPIT-FX-RATE NOT NUMERIC
           OR OPIT-OPEN-AMT = 0
               GO TO REVALUE-ONE-ITEM-EXIT
           END-IF.
           IF OPIT-FX-RATE = 0
               GO TO REVALUE-ONE-ITEM-EXIT
           END-IF.
           ADD 1                       TO WK-FX-ITEM-CNT.

           MOVE 0                      TO WK-CUR-RATE
                                          WK-CUR-RATE-DATE.
           PERFORM FIND-FX-RATE
              THRU FIND-FX-RATE-EXIT
               VARYING WK-FXX FROM 1 BY 1
                 UNTIL WK-FXX > WK-FXR-CNT.

           MOVE SPACES                 TO WK-REVAL-REC.
           MOVE OPIT-BILL-CURR         TO RW-CURR.
           MOVE OPIT-AGY-NBR           TO RW-AGY-NBR.
           MOVE OPIT-DOC-TYPE          TO RW-DOC-TYPE.
           MOVE OPIT-DOC-NBR           TO RW-DOC-NBR.
           MOVE OPIT-DOC-DATE          TO RW-DOC-DATE.
           MOVE OPIT-FX-RATE           TO RW-INV-RATE.
           MOVE OPIT-OPEN-AMT          TO RW-OPEN-AMT.
           COMPUTE RW-FX-OPEN-AMT ROUNDED =
               OPIT-OPEN-AMT * OPIT-FX-RATE.
      *    NO RATE FOR THE DATE - CARRIED AT THE OPEN AMOUNT
           IF WK-CUR-RATE = 0
               MOVE 'N'                TO RW-RATE-FOUND
               MOVE 0                  TO RW-CUR-RATE
                                          RW-RATE-DATE
               MOVE OPIT-OPEN-AMT      TO RW-REVAL-AMT
               ADD 1                   TO WK-NO-RATE-CNT
           ELSE
               MOVE 'Y'                TO RW-RATE-FOUND
               MOVE WK-CUR-RATE        TO RW-CUR-RATE
               MOVE WK-CUR-RATE-DATE   TO RW-RATE-DATE
               COMPUTE RW-REVAL-AMT ROUNDED =
                   RW-FX-OPEN-AMT / WK-CUR-RATE
           END-IF.
           COMPUTE RW-UNREAL-AMT = RW-REVAL-AMT - RW-OPEN-AMT.
           WRITE REVAL-REC FROM WK-REVAL-REC.

       REVALUE-ONE-ITEM-EXIT.
           EXIT.

       FIND-FX-RATE.
      *    LATEST RATE FOR THE CURRENCY IN FORCE ON THE DATE
           IF WK-FXR-CURR (WK-FXX) = OPIT-BILL-CURR
           AND WK-FXR-DATE (WK-FXX) NOT > WK-REVAL-DATE
           AND WK-FXR-DATE (WK-FXX) NOT < WK-CUR-RATE-DATE
               MOVE WK-FXR-DATE (WK-FXX) TO WK-CUR-RATE-DATE
               MOVE WK-FXR-RATE (WK-FXX) TO WK-CUR-RATE
           END-IF.

       FIND-FX-RATE-EXIT.
           EXIT.

       PRINT-REPORT-HEADING.
           STRING 'FOREIGN-CURRENCY A/R REVALUATION AS OF '
                  WK-REVAL-DATE
                  '  - RATES IN UNITS OF BILLING CURRENCY PER US '
                  'DOLLAR'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.
           STRING '    T  DOCUMENT  DOC DATE  BILL ACCT  BILLED RATE'
                  '          OPEN USD     OPEN FOREIGN'
                  '     REVALUED USD        GAIN/LOSS NOTE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-REPORT-HEADING-EXIT.
           EXIT.

       PRINT-ONE-ITEM.
           READ REVALSRT-FILE INTO WK-REVAL-REC
               AT END MOVE 'Y'         TO WK-REVAL-EOF
           END-READ.
           IF WK-REVAL-EOF = 'Y'
               GO TO PRINT-ONE-ITEM-EXIT
           END-IF.

           IF WK-FIRST-REC = 'N'
           AND RW-CURR NOT = WK-SAVE-CURR
               MOVE 1                  TO WK-TX
               PERFORM PRINT-TOTAL-LINE
                  THRU PRINT-TOTAL-LINE-EXIT
           END-IF.
           IF WK-FIRST-REC = 'Y'
           OR RW-CURR NOT = WK-SAVE-CURR
               PERFORM PRINT-CURR-HEADING
                  THRU PRINT-CURR-HEADING-EXIT
           END-IF.
           MOVE 'N'                    TO WK-FIRST-REC.
           MOVE RW-CURR                TO WK-SAVE-CURR.

           MOVE RW-DOC-TYPE            TO RL-DOC-TYPE.
           MOVE RW-DOC-NBR             TO RL-DOC-NBR.
           MOVE RW-DOC-DATE            TO RL-DOC-DATE.
           MOVE RW-AGY-NBR             TO RL-AGY-NBR.
           MOVE RW-INV-RATE            TO RL-INV-RATE.
           MOVE RW-OPEN-AMT            TO RL-OPEN-AMT.
           MOVE RW-FX-OPEN-AMT         TO RL-FX-OPEN-AMT.
           MOVE RW-REVAL-AMT           TO RL-REVAL-AMT.
           MOVE RW-UNREAL-AMT          TO RL-UNREAL-AMT.
           MOVE SPACES                 TO RL-NOTE.
           IF RW-RATE-FOUND = 'N'
               MOVE '** NO RATE'       TO RL-NOTE
           END-IF.
           MOVE WK-REVAL-LINE          TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

           PERFORM ADD-TO-TOTALS
              THRU ADD-TO-TOTALS-EXIT
               VARYING WK-TX FROM 1 BY 1
                 UNTIL WK-TX > 2.

       PRINT-ONE-ITEM-EXIT.
           EXIT.

       ADD-TO-TOTALS.
           ADD 1                       TO WK-TOT-CNT (WK-TX).
           IF RW-RATE-FOUND = 'N'
               ADD 1                   TO WK-TOT-NO-RATE-CNT (WK-TX)
           END-IF.
           ADD RW-OPEN-AMT             TO WK-TOT-OPEN-AMT (WK-TX).
           ADD RW-FX-OPEN-AMT          TO WK-TOT-FX-OPEN-AMT (WK-TX).
           ADD RW-REVAL-AMT            TO WK-TOT-REVAL-AMT (WK-TX).
           ADD RW-UNREAL-AMT           TO WK-TOT-UNREAL-AMT (WK-TX).

       ADD-TO-TOTALS-EXIT.
           EXIT.

       PRINT-CURR-HEADING.
      *    EVERY ITEM OF A CURRENCY IS REVALUED AT THE SAME RATE
           PERFORM PRINT-BLANK-LINE.
           IF RW-RATE-FOUND = 'N'
               STRING 'CURRENCY ' RW-CURR
                      '  - NO RATE ON FILE FOR ' WK-REVAL-DATE
                      ' - CARRIED AT OPEN AMOUNT'
                                       DELIMITED BY SIZE
                   INTO WK-RPT-LINE
           ELSE
               MOVE RW-CUR-RATE        TO WK-RATE-P
               STRING 'CURRENCY ' RW-CURR
                      '  - CURRENT RATE ' WK-RATE-P
                      ' EFFECTIVE ' RW-RATE-DATE
                                       DELIMITED BY SIZE
                   INTO WK-RPT-LINE
           END-IF.
           PERFORM PRINT-RPT-LINE.

       PRINT-CURR-HEADING-EXIT.
           EXIT.

       PRINT-TOTAL-LINE.
           MOVE WK-TOTAL-NAME (WK-TX)  TO TL-NAME.
           MOVE WK-TOT-CNT (WK-TX)     TO TL-CNT.
           MOVE WK-TOT-OPEN-AMT (WK-TX)
                                       TO TL-OPEN-AMT.
           MOVE SPACES                 TO TL-FX-OPEN-AMT.
           IF WK-TX = 1
               MOVE WK-TOT-FX-OPEN-AMT (WK-TX)
                                       TO WK-AMT-P
               MOVE WK-AMT-P           TO TL-FX-OPEN-AMT
           END-IF.
           MOVE WK-TOT-REVAL-AMT (WK-TX)
                                       TO TL-REVAL-AMT.
           MOVE WK-TOT-UNREAL-AMT (WK-TX)
                                       TO TL-UNREAL-AMT.
           MOVE WK-TOT-NO-RATE-CNT (WK-TX)
                                       TO TL-NO-RATE-CNT.
           MOVE WK-TOTAL-LINE          TO WK-RPT-LINE.
           IF WK-TX = 2
               PERFORM PRINT-BLANK-LINE
           END-IF.
           PERFORM PRINT-RPT-LINE.
           IF WK-TX < 2
               INITIALIZE WK-TOTALS (WK-TX)
           END-IF.

       PRINT-TOTAL-LINE-EXIT.
           EXIT.

       PRINT-RPT-LINE.
           MOVE WK-RPT-LINE            TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES                 TO WK-RPT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES                 TO REPORT-REC.
           WRITE REPORT-REC.
