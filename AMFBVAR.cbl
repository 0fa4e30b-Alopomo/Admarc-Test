002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFBVAR.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - billing variance *
      ***    10/15/26 - AL-02    rc 4 on measures out of line   *
      ***********************************************************
      *    BILLING HISTORY AND CYCLE-OVER-CYCLE VARIANCE.  RUNS *
      *    AFTER EVERY BILLING CYCLE.  THE CYCLE'S CONTROL      *
      *    RECORD - THE AMOFLPRG CONTROL-FILE FOR A SINGLE RUN, *
      *    OR THE AMFBMERG COMBINED RECORD FOR A PARTITIONED    *
      *    RUN (SAME LAYOUT) - AND ITS INVOICE (INVREG) AND     *
      *    CREDIT MEMO (CMREG) REGISTERS ARE APPENDED TO THE    *
      *    PERSISTENT BILLING HISTORY (BILLHIST) UNDER RUN      *
      *    TYPE, ORG AND RUN DATE:                              *
      *      'C' ONE CYCLE ROW - CONTROL AND REGISTER TOTALS    *
      *      'A' ONE ROW PER ACCOUNT BILLED                     *
      *      'P' ONE ROW PER PUBLICATION BILLED                 *
      *    A RERUN FOR THE SAME TYPE/ORG/DATE REPLACES THAT     *
      *    CYCLE'S ROWS.  THE CYCLE IS THEN COMPARED WITH THE   *
      *    PRIOR CYCLE OF THE SAME TYPE AND ORG AND WITH THE    *
      *    AVERAGE OF THE (UP TO) THREE CYCLES BEFORE IT:       *
      *      - CONTROL AND REGISTER TOTALS                      *
      *      - ACCOUNTS BILLED LAST CYCLE AND NOT THIS ONE      *
      *      - ACCOUNTS NOT BILLED LAST CYCLE                   *
      *      - ACCOUNTS WHOSE NET MOVED MORE THAN PARM-SWING-PCT*
      *      - PUBLICATIONS WHOSE NET IS MORE THAN PARM-PUB-PCT *
      *        AWAY FROM THEIR THREE-CYCLE AVERAGE              *
      *    RETURN CODE 4 WHEN ANY ACCOUNT WAS DROPPED OR ANY    *
      *    LINE WAS OUT OF LINE.                                *
      *    PARM-RUN-DATE (CCYYMMDD) OVERRIDES THE RUN DATE TAKEN*
      *    FROM CTL-REC-RUN.  BOTH PERCENTAGES DEFAULT TO 20.   *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT CTLIN-FILE      ASSIGN TO SYS007
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVREG-FILE     ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMREG-FILE      ASSIGN TO SYS009
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLHIST-FILE   ASSIGN TO BILLHIST
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BH-KEY
                      FILE STATUS  IS BH-STATUS-CODE.
           SELECT ACCW-KEYED-FILE ASSIGN TO SYS010
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ACCW-ACCT-NBR
                      FILE STATUS  IS ACCW-STATUS-CODE.
           SELECT PUBW-KEYED-FILE ASSIGN TO SYS011
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PUBW-PUB
                      FILE STATUS  IS PUBW-STATUS-CODE.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
004701 FD  CTLIN-FILE             COPY AMZFSEL.
004702 01  CTLIN-REC                   PIC X(200).

       FD  INVREG-FILE            COPY AMZFSEL.
       01  INVREG-REC                  PIC X(96).

       FD  CMREG-FILE             COPY AMZFSEL.
       01  CMREG-REC                   PIC X(96).

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

      *    BILLING HISTORY - KIND 'C' CYCLE, 'A' ACCOUNT, 'P' PUB.
      *    BH-ITEM IS SPACES ON THE CYCLE ROW, THE ACCOUNT NUMBER
      *    OR THE PUBLICATION ON THE OTHERS.  THE CONTROL-RECORD
      *    FIELDS ARE ONLY FILLED ON THE CYCLE ROW.
       FD  BILLHIST-FILE          COPY AMZFSEL.
       01  BH-REC.
           05  BH-KEY.
               10  BH-RUN-TYPE         PIC X(01).
               10  BH-ORG              PIC X(03).
               10  BH-KIND             PIC X(01).
               10  BH-RUN-DATE         PIC 9(08).
               10  BH-ITEM             PIC X(09).
           05  BH-DOC-CNT              PIC 9(07).
           05  BH-NET-AMT              PIC S9(11)V99.
           05  BH-GROSS-AMT            PIC S9(11)V99.
           05  BH-CTL-CNT              PIC 9(08).
           05  BH-CTL-NET              PIC S9(11)V99.
           05  BH-CTL-GROSS            PIC S9(11)V99.
           05  BH-CTL-CC-AMT           PIC S9(11)V99.
           05  BH-CTL-AGE-CURR         PIC S9(11)V99.
           05  BH-CTL-AGE-30           PIC S9(11)V99.
           05  BH-CTL-AGE-60           PIC S9(11)V99.
           05  BH-CTL-AGE-90           PIC S9(11)V99.
           05  BH-CTL-FROM             PIC 9(08).
           05  BH-CTL-TO               PIC 9(08).
           05  BH-PART-CNT             PIC 9(03).
           05  BH-LOAD-DATE            PIC 9(08).
           05  FILLER                  PIC X(30).

      *    ACCOUNT NET THIS CYCLE AGAINST THE PRIOR CYCLE
       FD  ACCW-KEYED-FILE        COPY AMZFSEL.
       01  ACCW-REC.
           05  ACCW-ACCT-NBR           PIC X(09).
           05  ACCW-THIS-FLG           PIC X(01).
           05  ACCW-THIS-NET           PIC S9(11)V99.
           05  ACCW-PRIOR-FLG          PIC X(01).
           05  ACCW-PRIOR-NET          PIC S9(11)V99.

      *    PUB NET THIS CYCLE AGAINST THE TRAILING CYCLES
       FD  PUBW-KEYED-FILE        COPY AMZFSEL.
       01  PUBW-REC.
           05  PUBW-PUB                PIC X(09).
           05  PUBW-THIS-NET           PIC S9(11)V99.
           05  PUBW-PRIOR-NET          PIC S9(11)V99.
           05  PUBW-TRAIL-NET          PIC S9(11)V99.

008100/
008200 WORKING-STORAGE SECTION.

013902 01  PARM-CARD.
           05  PARM-SWING-PCT          PIC X(03) VALUE SPACES.
           05  PARM-PUB-PCT            PIC X(03) VALUE SPACES.
           05  PARM-RUN-DATE           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(66) VALUE SPACES.

      *    SAME CONTROL RECORD AMOFLPRG WRITES (AL-01A / AL-09)
       01  WK-CONTROL-REC.
           05  CTL-REC-CNT             PIC 9(08).
           05  CTL-REC-NET PIC s9(09)V99 SIGN IS LEADING SEPARATE.
           05  CTL-REC-GROSS PIC s9(09)V99 SIGN IS LEADING SEPARATE.
           05  CTL-REC-FROM            PIC 9(08).
           05  CTL-REC-TO              PIC 9(08).
           05  CTL-REC-TYPE            PIC X(01).
           05  CTL-REC-ORG             PIC X(03).
           05  CTL-REC-RUN             PIC X(21).
           05  CTL-REC-CC-AMT PIC s9(09)V99 SIGN IS LEADING SEPARATE.
           05  CTL-REC-AGE-CURR PIC s9(09)V99 SIGN IS LEADING
                                                        SEPARATE.
           05  CTL-REC-AGE-30 PIC s9(09)V99 SIGN IS LEADING SEPARATE.
           05  CTL-REC-AGE-60 PIC s9(09)V99 SIGN IS LEADING SEPARATE.
           05  CTL-REC-AGE-90 PIC s9(09)V99 SIGN IS LEADING SEPARATE.

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
       01  WK-TODAY-DATE               PIC 9(08) VALUE 0.
       01  WK-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WK-SWING-PCT                PIC 9(03) VALUE 20.
       01  WK-PUB-PCT                  PIC 9(03) VALUE 20.

       01  WK-CTL-EOF                  PIC X(01) VALUE 'N'.
       01  WK-REG-EOF                  PIC X(01) VALUE 'N'.
       01  WK-BH-EOF                   PIC X(01) VALUE 'N'.
       01  WK-WRK-EOF                  PIC X(01) VALUE 'N'.
       01  WK-SCAN-KIND                PIC X(01) VALUE SPACE.
       01  WK-SCAN-DATE                PIC 9(08) VALUE 0.
       01  WK-SAVE-KEY                 PIC X(22) VALUE SPACE.

      *    THIS CYCLE, BUILT FROM THE CONTROL RECORD(S) AND THE
      *    REGISTERS, THEN WRITTEN AS THE 'C' ROW
       01  WK-CYC-TYPE                 PIC X(01) VALUE SPACE.
       01  WK-CYC-ORG                  PIC X(03) VALUE SPACE.
       01  WK-CYC-RUN                  PIC X(21) VALUE SPACE.
       01  WK-CYC-ROW                  PIC X(200) VALUE SPACE.

      *    THE CYCLES BEFORE THIS ONE, MOST RECENT FIRST
       01  WK-PRIOR-CNT                PIC 9(01) VALUE 0.
       01  WK-PRIOR-TABLE.
           05  WK-PRIOR-DATE           PIC 9(08) OCCURS 3.
       01  WK-PX                       PIC 9(01) VALUE 0.

      *    CYCLE-LEVEL COMPARISON - ONE LINE PER MEASURE
      *      1 CONTROL INVOICE COUNT   2 CONTROL NET
      *      3 CONTROL GROSS           4 PREPAID CC
      *      5 REGISTER DOCUMENTS      6 REGISTER NET
      *      7 REGISTER GROSS
       01  WK-MX                       PIC 9(01) VALUE 0.
       01  WK-MEASURE-TABLE.
           05  WK-MEASURE OCCURS 7.
               10  WK-MS-THIS          PIC S9(11)V99.
               10  WK-MS-PRIOR         PIC S9(11)V99.
               10  WK-MS-TRAIL         PIC S9(11)V99.
       01  WK-MEASURE-NAMES.
           05  FILLER                  PIC X(22)
                                       VALUE 'CONTROL INVOICE COUNT'.
           05  FILLER                  PIC X(22)
                                       VALUE 'CONTROL NET'.
           05  FILLER                  PIC X(22)
                                       VALUE 'CONTROL GROSS'.
           05  FILLER                  PIC X(22)
                                       VALUE 'PREPAID CC'.
           05  FILLER                  PIC X(22)
                                       VALUE 'REGISTER DOCUMENTS'.
           05  FILLER                  PIC X(22)
                                       VALUE 'REGISTER NET'.
           05  FILLER                  PIC X(22)
                                       VALUE 'REGISTER GROSS'.
       01  WK-MEASURE-NAME-TBL         REDEFINES WK-MEASURE-NAMES.
           05  WK-MEASURE-NAME         PIC X(22) OCCURS 7.

       01  WK-CTL-READ-CNT             PIC 9(05) VALUE 0.
       01  WK-REG-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-PURGE-CNT                PIC 9(09) VALUE 0.
       01  WK-ACCT-CNT                 PIC 9(09) VALUE 0.
       01  WK-PUB-CNT                  PIC 9(09) VALUE 0.
       01  WK-DROP-CNT                 PIC 9(09) VALUE 0.
       01  WK-NEW-CNT                  PIC 9(09) VALUE 0.
       01  WK-SWING-CNT                PIC 9(09) VALUE 0.
       01  WK-PUB-OUT-CNT              PIC 9(09) VALUE 0.
       01  WK-MEASURE-OUT-CNT          PIC 9(09) VALUE 0.

       01  WK-CMP-THIS                 PIC S9(11)V99 VALUE +0.
       01  WK-CMP-BASE                 PIC S9(11)V99 VALUE +0.
       01  WK-CMP-PCT                  PIC S9(07)V9 VALUE +0.
       01  WK-CMP-ABS                  PIC 9(07)V9 VALUE 0.
       01  WK-CMP-OUT                  PIC X(01) VALUE 'N'.

       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.
       01  WK-CYC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CYC-NAME                PIC X(22).
           05  CYC-THIS                PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CYC-PRIOR               PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CYC-PRIOR-PCT           PIC -ZZZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CYC-TRAIL               PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CYC-TRAIL-PCT           PIC -ZZZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CYC-FLAG                PIC X(12).
       01  WK-VAR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  VAR-ITEM                PIC X(09).
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  VAR-THIS                PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  VAR-BASE                PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  VAR-PCT                 PIC -ZZZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  VAR-FLAG                PIC X(12).

       01  BH-STATUS-CODE              PIC X(02).
       01  ACCW-STATUS-CODE            PIC X(02).
       01  PUBW-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

           OPEN INPUT  CTLIN-FILE
                       INVREG-FILE
                       CMREG-FILE.
022800     OPEN OUTPUT REPORT-FILE.
      *    THE HISTORY PERSISTS ACROSS RUNS - CREATED ON FIRST USE
           OPEN I-O    BILLHIST-FILE.
           IF BH-STATUS-CODE = '35'
               OPEN OUTPUT BILLHIST-FILE
               CLOSE       BILLHIST-FILE
               OPEN I-O    BILLHIST-FILE
           END-IF.
           IF BH-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== BILLING HISTORY OPEN FAILED =========='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' BH-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ACCW-KEYED-FILE.
           CLOSE       ACCW-KEYED-FILE.
           OPEN I-O    ACCW-KEYED-FILE.
           OPEN OUTPUT PUBW-KEYED-FILE.
           CLOSE       PUBW-KEYED-FILE.
           OPEN I-O    PUBW-KEYED-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

           ACCEPT WK-TODAY-DATE        FROM DATE YYYYMMDD.
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-SWING-PCT NUMERIC
               MOVE PARM-SWING-PCT     TO WK-SWING-PCT
           END-IF.
           IF PARM-PUB-PCT NUMERIC
               MOVE PARM-PUB-PCT       TO WK-PUB-PCT
           END-IF.
           INITIALIZE WK-MEASURE-TABLE.

      *    ONE RECORD FOR A SINGLE RUN OR AN AMFBMERG COMBINED RUN;
      *    PARTITION RECORDS FED IN DIRECTLY ARE SUMMED THE SAME WAY
      *    AMFBMERG SUMS THEM
           PERFORM ADD-CONTROL-REC
              THRU ADD-CONTROL-REC-EXIT
               UNTIL WK-CTL-EOF = 'Y'.
           IF WK-CTL-READ-CNT = 0
               DISPLAY '========================================='
               DISPLAY '=== NO CONTROL RECORD READ - NOTHING ===='
               DISPLAY '=== ADDED TO THE BILLING HISTORY     ===='
               DISPLAY '========================================='
               MOVE 1                  TO RETURN-CODE
               GO TO 9000-WRAP-UP
           END-IF.

           IF PARM-RUN-DATE NUMERIC
               MOVE PARM-RUN-DATE      TO WK-RUN-DATE
           ELSE
               IF WK-CYC-RUN (1:8) NUMERIC
                   MOVE WK-CYC-RUN (1:8) TO WK-RUN-DATE
               ELSE
                   MOVE WK-TODAY-DATE  TO WK-RUN-DATE
               END-IF
           END-IF.
           DISPLAY 'BILLING CYCLE ' WK-CYC-TYPE ' ' WK-CYC-ORG
                   ' ' WK-RUN-DATE.

           PERFORM PURGE-CYCLE
              THRU PURGE-CYCLE-EXIT.
           PERFORM ADD-REGISTER-REC
              THRU ADD-REGISTER-REC-EXIT
               UNTIL WK-REG-EOF = 'Y'.
           MOVE 'N'                    TO WK-REG-EOF.
           PERFORM ADD-CM-REGISTER-REC
              THRU ADD-CM-REGISTER-REC-EXIT
               UNTIL WK-REG-EOF = 'Y'.
           PERFORM WRITE-CYCLE-ROW
              THRU WRITE-CYCLE-ROW-EXIT.

           PERFORM FIND-PRIOR-CYCLES
              THRU FIND-PRIOR-CYCLES-EXIT.
           IF WK-PRIOR-CNT = 0
               STRING 'BILLING VARIANCE  ' WK-CYC-TYPE ' '
                      WK-CYC-ORG ' ' WK-RUN-DATE
                      '  - NO PRIOR CYCLE ON THE BILLING HISTORY'
                                       DELIMITED BY SIZE
                   INTO WK-RPT-LINE
               PERFORM PRINT-RPT-LINE
               GO TO 9000-WRAP-UP
           END-IF.

           PERFORM LOAD-PRIOR-CYCLES
              THRU LOAD-PRIOR-CYCLES-EXIT.
           PERFORM PRINT-CYCLE-COMPARE
              THRU PRINT-CYCLE-COMPARE-EXIT.
           PERFORM PRINT-DROPPED-ACCTS
              THRU PRINT-DROPPED-ACCTS-EXIT.
           PERFORM PRINT-NEW-ACCTS
              THRU PRINT-NEW-ACCTS-EXIT.
           PERFORM PRINT-SWING-ACCTS
              THRU PRINT-SWING-ACCTS-EXIT.
           PERFORM PRINT-PUB-VARIANCE
              THRU PRINT-PUB-VARIANCE-EXIT.

           IF WK-DROP-CNT > 0
           OR WK-SWING-CNT > 0
           OR WK-PUB-OUT-CNT > 0
           OR WK-MEASURE-OUT-CNT > 0
               MOVE 4                  TO RETURN-CODE
           END-IF.

       9000-WRAP-UP.
380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'CONTROL RECORDS READ:  ' WK-CTL-READ-CNT.
           DISPLAY 'REGISTER RECORDS READ: ' WK-REG-READ-CNT.
           DISPLAY 'HISTORY ROWS REPLACED: ' WK-PURGE-CNT.
           DISPLAY 'ACCOUNTS THIS CYCLE:   ' WK-ACCT-CNT.
           DISPLAY 'PUBS THIS CYCLE:       ' WK-PUB-CNT.
           DISPLAY 'PRIOR CYCLES COMPARED: ' WK-PRIOR-CNT.
           DISPLAY 'ACCOUNTS DROPPED:      ' WK-DROP-CNT.
           DISPLAY 'ACCOUNTS NEW:          ' WK-NEW-CNT.
           DISPLAY 'ACCOUNTS SWUNG:        ' WK-SWING-CNT.
           DISPLAY 'PUBS OUT OF LINE:      ' WK-PUB-OUT-CNT.
           DISPLAY 'MEASURES OUT OF LINE:  ' WK-MEASURE-OUT-CNT.

           CLOSE       CTLIN-FILE
                       INVREG-FILE
                       CMREG-FILE
                       REPORT-FILE
                       BILLHIST-FILE
                       ACCW-KEYED-FILE
                       PUBW-KEYED-FILE.
380908
           GOBACK.

       ADD-CONTROL-REC.
           READ CTLIN-FILE INTO WK-CONTROL-REC
               AT END MOVE 'Y'         TO WK-CTL-EOF
           END-READ.
           IF WK-CTL-EOF = 'Y'
               GO TO ADD-CONTROL-REC-EXIT
           END-IF.
           ADD 1                       TO WK-CTL-READ-CNT.
           IF WK-CTL-READ-CNT = 1
               MOVE SPACES             TO BH-REC
               INITIALIZE BH-REC
               MOVE 99999999           TO BH-CTL-FROM
           END-IF.
           ADD CTL-REC-CNT             TO BH-CTL-CNT.
           ADD CTL-REC-NET             TO BH-CTL-NET.
           ADD CTL-REC-GROSS           TO BH-CTL-GROSS.
           ADD CTL-REC-CC-AMT          TO BH-CTL-CC-AMT.
           ADD CTL-REC-AGE-CURR        TO BH-CTL-AGE-CURR.
           ADD CTL-REC-AGE-30          TO BH-CTL-AGE-30.
           ADD CTL-REC-AGE-60          TO BH-CTL-AGE-60.
           ADD CTL-REC-AGE-90          TO BH-CTL-AGE-90.
           IF CTL-REC-FROM < BH-CTL-FROM
               MOVE CTL-REC-FROM       TO BH-CTL-FROM
           END-IF.
           IF CTL-REC-TO > BH-CTL-TO
               MOVE CTL-REC-TO         TO BH-CTL-TO
           END-IF.
           ADD 1                       TO BH-PART-CNT.
           MOVE CTL-REC-TYPE           TO WK-CYC-TYPE.
           MOVE CTL-REC-ORG            TO WK-CYC-ORG.
           MOVE CTL-REC-RUN            TO WK-CYC-RUN.
           MOVE BH-REC                 TO WK-CYC-ROW.

       ADD-CONTROL-REC-EXIT.
           EXIT.

       PURGE-CYCLE.
      *    A RERUN OF THE SAME CYCLE REPLACES WHAT THE EARLIER RUN
      *    LEFT - ITS ACCOUNT AND PUB ROWS COULD DIFFER
           MOVE 'C'                    TO BH-KIND.
           PERFORM PURGE-CYCLE-KIND
              THRU PURGE-CYCLE-KIND-EXIT.
           MOVE 'A'                    TO BH-KIND.
           PERFORM PURGE-CYCLE-KIND
              THRU PURGE-CYCLE-KIND-EXIT.
           MOVE 'P'                    TO BH-KIND.
           PERFORM PURGE-CYCLE-KIND
              THRU PURGE-CYCLE-KIND-EXIT.
           IF WK-PURGE-CNT > 0
               DISPLAY 'CYCLE ALREADY ON HISTORY - REPLACED'
           END-IF.

       PURGE-CYCLE-EXIT.
           EXIT.

       PURGE-CYCLE-KIND.
           MOVE WK-RUN-DATE            TO BH-RUN-DATE.
           PERFORM START-CYCLE-ROWS
              THRU START-CYCLE-ROWS-EXIT.
           PERFORM PURGE-ONE-ROW
              THRU PURGE-ONE-ROW-EXIT
               UNTIL WK-BH-EOF = 'Y'.

       PURGE-CYCLE-KIND-EXIT.
           EXIT.

       PURGE-ONE-ROW.
           PERFORM READ-CYCLE-ROW
              THRU READ-CYCLE-ROW-EXIT.
           IF WK-BH-EOF = 'Y'
               GO TO PURGE-ONE-ROW-EXIT
           END-IF.
           DELETE BILLHIST-FILE RECORD.
           ADD 1                       TO WK-PURGE-CNT.

       PURGE-ONE-ROW-EXIT.
           EXIT.

       ADD-REGISTER-REC.
           READ INVREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-REG-EOF
           END-READ.
           IF WK-REG-EOF = 'Y'
               GO TO ADD-REGISTER-REC-EXIT
           END-IF.
           PERFORM ADD-TO-HISTORY
              THRU ADD-TO-HISTORY-EXIT.

       ADD-REGISTER-REC-EXIT.
           EXIT.

       ADD-CM-REGISTER-REC.
      *    CREDIT MEMO AMOUNTS ARE ALREADY NEGATIVE ON CMREG
           READ CMREG-FILE INTO WK-INVREG-REC
               AT END MOVE 'Y'         TO WK-REG-EOF
           END-READ.
           IF WK-REG-EOF = 'Y'
               GO TO ADD-CM-REGISTER-REC-EXIT
           END-IF.
           PERFORM ADD-TO-HISTORY
              THRU ADD-TO-HISTORY-EXIT.

       ADD-CM-REGISTER-REC-EXIT.
           EXIT.

       ADD-TO-HISTORY.
           ADD 1                       TO WK-REG-READ-CNT.
           ADD 1                       TO WK-MS-THIS (5).
           ADD INVREG-NET-AMT          TO WK-MS-THIS (6).
           ADD INVREG-GROSS-AMT        TO WK-MS-THIS (7).

           MOVE WK-CYC-TYPE            TO BH-RUN-TYPE.
           MOVE WK-CYC-ORG             TO BH-ORG.
           MOVE 'A'                    TO BH-KIND.
           MOVE WK-RUN-DATE            TO BH-RUN-DATE.
           MOVE INVREG-ACCT-NBR        TO BH-ITEM.
           PERFORM ADD-HISTORY-ROW
              THRU ADD-HISTORY-ROW-EXIT.
           IF BH-DOC-CNT = 1
               ADD 1                   TO WK-ACCT-CNT
           END-IF.

           MOVE WK-CYC-TYPE            TO BH-RUN-TYPE.
           MOVE WK-CYC-ORG             TO BH-ORG.
           MOVE 'P'                    TO BH-KIND.
           MOVE WK-RUN-DATE            TO BH-RUN-DATE.
           MOVE INVREG-PUB             TO BH-ITEM.
           PERFORM ADD-HISTORY-ROW
              THRU ADD-HISTORY-ROW-EXIT.
           IF BH-DOC-CNT = 1
               ADD 1                   TO WK-PUB-CNT
           END-IF.

       ADD-TO-HISTORY-EXIT.
           EXIT.

       ADD-HISTORY-ROW.
           READ BILLHIST-FILE
               INVALID KEY
                   MOVE BH-KEY         TO WK-SAVE-KEY
                   MOVE SPACES         TO BH-REC
                   INITIALIZE BH-REC
                   MOVE WK-SAVE-KEY    TO BH-KEY
                   MOVE 1              TO BH-DOC-CNT
                   MOVE INVREG-NET-AMT TO BH-NET-AMT
                   MOVE INVREG-GROSS-AMT TO BH-GROSS-AMT
                   MOVE WK-TODAY-DATE  TO BH-LOAD-DATE
                   WRITE BH-REC
               NOT INVALID KEY
                   ADD 1               TO BH-DOC-CNT
                   ADD INVREG-NET-AMT  TO BH-NET-AMT
                   ADD INVREG-GROSS-AMT TO BH-GROSS-AMT
                   REWRITE BH-REC
           END-READ.

       ADD-HISTORY-ROW-EXIT.
           EXIT.

       WRITE-CYCLE-ROW.
           MOVE WK-CYC-ROW             TO BH-REC.
           MOVE WK-CYC-TYPE            TO BH-RUN-TYPE.
           MOVE WK-CYC-ORG             TO BH-ORG.
           MOVE 'C'                    TO BH-KIND.
           MOVE WK-RUN-DATE            TO BH-RUN-DATE.
           MOVE SPACES                 TO BH-ITEM.
           MOVE WK-MS-THIS (5)         TO BH-DOC-CNT.
           MOVE WK-MS-THIS (6)         TO BH-NET-AMT.
           MOVE WK-MS-THIS (7)         TO BH-GROSS-AMT.
           MOVE WK-TODAY-DATE          TO BH-LOAD-DATE.
           WRITE BH-REC.
           MOVE BH-CTL-CNT             TO WK-MS-THIS (1).
           MOVE BH-CTL-NET             TO WK-MS-THIS (2).
           MOVE BH-CTL-GROSS           TO WK-MS-THIS (3).
           MOVE BH-CTL-CC-AMT          TO WK-MS-THIS (4).

       WRITE-CYCLE-ROW-EXIT.
           EXIT.

       FIND-PRIOR-CYCLES.
      *    THE CYCLE ROWS OF ONE TYPE AND ORG ARE IN DATE ORDER -
      *    KEEP THE LAST THREE BEFORE THIS ONE
           MOVE ZEROS                  TO WK-PRIOR-CNT.
           INITIALIZE WK-PRIOR-TABLE.
           MOVE WK-CYC-TYPE            TO BH-RUN-TYPE.
           MOVE WK-CYC-ORG             TO BH-ORG.
           MOVE 'C'                    TO BH-KIND.
           MOVE ZEROS                  TO BH-RUN-DATE.
           MOVE LOW-VALUES             TO BH-ITEM.
           MOVE 'N'                    TO WK-BH-EOF.
           START BILLHIST-FILE KEY NOT < BH-KEY
               INVALID KEY MOVE 'Y'    TO WK-BH-EOF
           END-START.
           PERFORM FIND-ONE-PRIOR
              THRU FIND-ONE-PRIOR-EXIT
               UNTIL WK-BH-EOF = 'Y'.

       FIND-PRIOR-CYCLES-EXIT.
           EXIT.

       FIND-ONE-PRIOR.
           READ BILLHIST-FILE NEXT
               AT END MOVE 'Y'         TO WK-BH-EOF
           END-READ.
           IF WK-BH-EOF = 'Y'
               GO TO FIND-ONE-PRIOR-EXIT
           END-IF.
           IF BH-RUN-TYPE NOT = WK-CYC-TYPE
           OR BH-ORG      NOT = WK-CYC-ORG
           OR BH-KIND     NOT = 'C'
           OR BH-RUN-DATE NOT < WK-RUN-DATE
               MOVE 'Y'                TO WK-BH-EOF
               GO TO FIND-ONE-PRIOR-EXIT
           END-IF.
           MOVE WK-PRIOR-DATE (2)      TO WK-PRIOR-DATE (3).
           MOVE WK-PRIOR-DATE (1)      TO WK-PRIOR-DATE (2).
           MOVE BH-RUN-DATE            TO WK-PRIOR-DATE (1).
           IF WK-PRIOR-CNT < 3
               ADD 1                   TO WK-PRIOR-CNT
           END-IF.

       FIND-ONE-PRIOR-EXIT.
           EXIT.

       LOAD-PRIOR-CYCLES.
      *    CYCLE TOTALS OF EACH PRIOR CYCLE, THIS CYCLE'S AND THE
      *    PRIOR CYCLE'S ACCOUNTS, AND EVERY PUB'S NET IN EACH
      *    CYCLE ARE GATHERED ONTO THE WORK FILES
           PERFORM LOAD-ONE-PRIOR-CYCLE
              THRU LOAD-ONE-PRIOR-CYCLE-EXIT
               VARYING WK-PX FROM 1 BY 1
                 UNTIL WK-PX > WK-PRIOR-CNT.
           PERFORM DIVIDE-TRAIL-MEASURE
              THRU DIVIDE-TRAIL-MEASURE-EXIT
               VARYING WK-MX FROM 1 BY 1
                 UNTIL WK-MX > 7.

           MOVE 'A'                    TO BH-KIND.
           MOVE WK-RUN-DATE            TO BH-RUN-DATE.
           PERFORM START-CYCLE-ROWS
              THRU START-CYCLE-ROWS-EXIT.
           PERFORM LOAD-THIS-ACCT
              THRU LOAD-THIS-ACCT-EXIT
               UNTIL WK-BH-EOF = 'Y'.
           MOVE 'A'                    TO BH-KIND.
           MOVE WK-PRIOR-DATE (1)      TO BH-RUN-DATE.
           PERFORM START-CYCLE-ROWS
              THRU START-CYCLE-ROWS-EXIT.
           PERFORM LOAD-PRIOR-ACCT
              THRU LOAD-PRIOR-ACCT-EXIT
               UNTIL WK-BH-EOF = 'Y'.

           MOVE 'P'                    TO BH-KIND.
           MOVE WK-RUN-DATE            TO BH-RUN-DATE.
           MOVE 0                      TO WK-PX.
           PERFORM START-CYCLE-ROWS
              THRU START-CYCLE-ROWS-EXIT.
           PERFORM LOAD-CYCLE-PUB
              THRU LOAD-CYCLE-PUB-EXIT
               UNTIL WK-BH-EOF = 'Y'.
           PERFORM LOAD-PRIOR-PUBS
              THRU LOAD-PRIOR-PUBS-EXIT
               VARYING WK-PX FROM 1 BY 1
                 UNTIL WK-PX > WK-PRIOR-CNT.

       LOAD-PRIOR-CYCLES-EXIT.
           EXIT.

       LOAD-ONE-PRIOR-CYCLE.
           MOVE WK-CYC-TYPE            TO BH-RUN-TYPE.
           MOVE WK-CYC-ORG             TO BH-ORG.
           MOVE 'C'                    TO BH-KIND.
           MOVE WK-PRIOR-DATE (WK-PX)  TO BH-RUN-DATE.
           MOVE SPACES                 TO BH-ITEM.
           READ BILLHIST-FILE
               INVALID KEY
                   GO TO LOAD-ONE-PRIOR-CYCLE-EXIT
           END-READ.
           IF WK-PX = 1
               MOVE BH-CTL-CNT         TO WK-MS-PRIOR (1)
               MOVE BH-CTL-NET         TO WK-MS-PRIOR (2)
               MOVE BH-CTL-GROSS       TO WK-MS-PRIOR (3)
               MOVE BH-CTL-CC-AMT      TO WK-MS-PRIOR (4)
               MOVE BH-DOC-CNT         TO WK-MS-PRIOR (5)
               MOVE BH-NET-AMT         TO WK-MS-PRIOR (6)
               MOVE BH-GROSS-AMT       TO WK-MS-PRIOR (7)
           END-IF.
           ADD BH-CTL-CNT              TO WK-MS-TRAIL (1).
           ADD BH-CTL-NET              TO WK-MS-TRAIL (2).
           ADD BH-CTL-GROSS            TO WK-MS-TRAIL (3).
           ADD BH-CTL-CC-AMT           TO WK-MS-TRAIL (4).
           ADD BH-DOC-CNT              TO WK-MS-TRAIL (5).
           ADD BH-NET-AMT              TO WK-MS-TRAIL (6).
           ADD BH-GROSS-AMT            TO WK-MS-TRAIL (7).

       LOAD-ONE-PRIOR-CYCLE-EXIT.
           EXIT.

       DIVIDE-TRAIL-MEASURE.
           COMPUTE WK-MS-TRAIL (WK-MX) ROUNDED =
                   WK-MS-TRAIL (WK-MX) / WK-PRIOR-CNT.

       DIVIDE-TRAIL-MEASURE-EXIT.
           EXIT.

       START-CYCLE-ROWS.
      *    POSITIONS ON THE FIRST ROW OF KIND BH-KIND FOR THE CYCLE
      *    DATED BH-RUN-DATE
           MOVE WK-CYC-TYPE            TO BH-RUN-TYPE.
           MOVE WK-CYC-ORG             TO BH-ORG.
           MOVE LOW-VALUES             TO BH-ITEM.
           MOVE 'N'                    TO WK-BH-EOF.
           START BILLHIST-FILE KEY NOT < BH-KEY
               INVALID KEY MOVE 'Y'    TO WK-BH-EOF
           END-START.
           MOVE BH-KIND                TO WK-SCAN-KIND.
           MOVE BH-RUN-DATE            TO WK-SCAN-DATE.

       START-CYCLE-ROWS-EXIT.
           EXIT.

       READ-CYCLE-ROW.
      *    NEXT ROW OF THE CYCLE AND KIND START-CYCLE-ROWS NAMED
           READ BILLHIST-FILE NEXT
               AT END MOVE 'Y'         TO WK-BH-EOF
           END-READ.
           IF WK-BH-EOF = 'Y'
               GO TO READ-CYCLE-ROW-EXIT
           END-IF.
           IF BH-RUN-TYPE NOT = WK-CYC-TYPE
           OR BH-ORG      NOT = WK-CYC-ORG
           OR BH-KIND     NOT = WK-SCAN-KIND
           OR BH-RUN-DATE NOT = WK-SCAN-DATE
               MOVE 'Y'                TO WK-BH-EOF
           END-IF.

       READ-CYCLE-ROW-EXIT.
           EXIT.

       LOAD-THIS-ACCT.
           PERFORM READ-CYCLE-ROW
              THRU READ-CYCLE-ROW-EXIT.
           IF WK-BH-EOF = 'Y'
               GO TO LOAD-THIS-ACCT-EXIT
           END-IF.
           MOVE BH-ITEM                TO ACCW-ACCT-NBR.
           MOVE 'Y'                    TO ACCW-THIS-FLG.
           MOVE BH-NET-AMT             TO ACCW-THIS-NET.
           MOVE 'N'                    TO ACCW-PRIOR-FLG.
           MOVE ZEROS                  TO ACCW-PRIOR-NET.
           WRITE ACCW-REC.

       LOAD-THIS-ACCT-EXIT.
           EXIT.

       LOAD-PRIOR-ACCT.
           PERFORM READ-CYCLE-ROW
              THRU READ-CYCLE-ROW-EXIT.
           IF WK-BH-EOF = 'Y'
               GO TO LOAD-PRIOR-ACCT-EXIT
           END-IF.
           MOVE BH-ITEM                TO ACCW-ACCT-NBR.
           READ ACCW-KEYED-FILE
               INVALID KEY
                   MOVE 'N'            TO ACCW-THIS-FLG
                   MOVE ZEROS          TO ACCW-THIS-NET
                   MOVE 'Y'            TO ACCW-PRIOR-FLG
                   MOVE BH-NET-AMT     TO ACCW-PRIOR-NET
                   WRITE ACCW-REC
               NOT INVALID KEY
                   MOVE 'Y'            TO ACCW-PRIOR-FLG
                   MOVE BH-NET-AMT     TO ACCW-PRIOR-NET
                   REWRITE ACCW-REC
           END-READ.

       LOAD-PRIOR-ACCT-EXIT.
           EXIT.

       LOAD-PRIOR-PUBS.
           MOVE 'P'                    TO BH-KIND.
           MOVE WK-PRIOR-DATE (WK-PX)  TO BH-RUN-DATE.
           PERFORM START-CYCLE-ROWS
              THRU START-CYCLE-ROWS-EXIT.
           PERFORM LOAD-CYCLE-PUB
              THRU LOAD-CYCLE-PUB-EXIT
               UNTIL WK-BH-EOF = 'Y'.

       LOAD-PRIOR-PUBS-EXIT.
           EXIT.

       LOAD-CYCLE-PUB.
      *    WK-PX 0 IS THIS CYCLE, 1 THE PRIOR CYCLE, 1-3 THE TRAIL
           PERFORM READ-CYCLE-ROW
              THRU READ-CYCLE-ROW-EXIT.
           IF WK-BH-EOF = 'Y'
               GO TO LOAD-CYCLE-PUB-EXIT
           END-IF.
           MOVE BH-ITEM                TO PUBW-PUB.
           READ PUBW-KEYED-FILE
               INVALID KEY
                   MOVE ZEROS          TO PUBW-THIS-NET
                                          PUBW-PRIOR-NET
                                          PUBW-TRAIL-NET
                   WRITE PUBW-REC
           END-READ.
           IF WK-PX = 0
               MOVE BH-NET-AMT         TO PUBW-THIS-NET
           ELSE
               ADD BH-NET-AMT          TO PUBW-TRAIL-NET
               IF WK-PX = 1
                   MOVE BH-NET-AMT     TO PUBW-PRIOR-NET
               END-IF
           END-IF.
           REWRITE PUBW-REC.

       LOAD-CYCLE-PUB-EXIT.
           EXIT.

       PRINT-CYCLE-COMPARE.
           STRING 'BILLING VARIANCE  RUN TYPE ' WK-CYC-TYPE
                  '  ORG ' WK-CYC-ORG
                  '  CYCLE ' WK-RUN-DATE
                  '  PRIOR CYCLE ' WK-PRIOR-DATE (1)
                  '  TRAILING CYCLES ' WK-PRIOR-CNT
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.
           STRING '  MEASURE                       THIS CYCLE'
                  '       PRIOR CYCLE   PCT CHG'
                  '     TRAILING AVG    PCT CHG'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-ONE-MEASURE
              THRU PRINT-ONE-MEASURE-EXIT
               VARYING WK-MX FROM 1 BY 1
                 UNTIL WK-MX > 7.
           PERFORM PRINT-BLANK-LINE.

       PRINT-CYCLE-COMPARE-EXIT.
           EXIT.

       PRINT-ONE-MEASURE.
           MOVE SPACES                 TO CYC-FLAG.
           MOVE WK-MEASURE-NAME (WK-MX) TO CYC-NAME.
           MOVE WK-MS-THIS (WK-MX)     TO CYC-THIS
                                          WK-CMP-THIS.
           MOVE WK-MS-PRIOR (WK-MX)    TO CYC-PRIOR
                                          WK-CMP-BASE.
           PERFORM COMPUTE-VARIANCE
              THRU COMPUTE-VARIANCE-EXIT.
           MOVE WK-CMP-PCT             TO CYC-PRIOR-PCT.
           IF WK-CMP-OUT = 'Y'
               MOVE 'OUT OF LINE'      TO CYC-FLAG
           END-IF.
           MOVE WK-MS-TRAIL (WK-MX)    TO CYC-TRAIL
                                          WK-CMP-BASE.
           PERFORM COMPUTE-VARIANCE
              THRU COMPUTE-VARIANCE-EXIT.
           MOVE WK-CMP-PCT             TO CYC-TRAIL-PCT.
           IF WK-CMP-OUT = 'Y'
               MOVE 'OUT OF LINE'      TO CYC-FLAG
           END-IF.
      *    A MEASURE OUT OF LINE AGAINST EITHER BASE COUNTS ONCE
           IF CYC-FLAG NOT = SPACES
               ADD 1                   TO WK-MEASURE-OUT-CNT
           END-IF.
           MOVE WK-CYC-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-ONE-MEASURE-EXIT.
           EXIT.

       PRINT-DROPPED-ACCTS.
           STRING 'ACCOUNTS BILLED LAST CYCLE AND NOT THIS CYCLE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-ACCT-HEADING
              THRU PRINT-ACCT-HEADING-EXIT.
           PERFORM PRINT-DROPPED-ONE
              THRU PRINT-DROPPED-ONE-EXIT
               UNTIL WK-WRK-EOF = 'Y'.
           PERFORM PRINT-BLANK-LINE.

       PRINT-DROPPED-ACCTS-EXIT.
           EXIT.

       PRINT-DROPPED-ONE.
           READ ACCW-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-WRK-EOF
           END-READ.
           IF WK-WRK-EOF = 'Y'
               GO TO PRINT-DROPPED-ONE-EXIT
           END-IF.
           IF ACCW-THIS-FLG = 'Y'
               GO TO PRINT-DROPPED-ONE-EXIT
           END-IF.
           MOVE SPACES                 TO VAR-FLAG.
           MOVE ACCW-ACCT-NBR          TO VAR-ITEM.
           MOVE ZEROS                  TO VAR-THIS
                                          VAR-PCT.
           MOVE ACCW-PRIOR-NET         TO VAR-BASE.
           MOVE 'DROPPED'              TO VAR-FLAG.
           MOVE WK-VAR-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD 1                       TO WK-DROP-CNT.

       PRINT-DROPPED-ONE-EXIT.
           EXIT.

       PRINT-NEW-ACCTS.
           STRING 'ACCOUNTS BILLED THIS CYCLE AND NOT LAST CYCLE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-ACCT-HEADING
              THRU PRINT-ACCT-HEADING-EXIT.
           PERFORM PRINT-NEW-ONE
              THRU PRINT-NEW-ONE-EXIT
               UNTIL WK-WRK-EOF = 'Y'.
           PERFORM PRINT-BLANK-LINE.

       PRINT-NEW-ACCTS-EXIT.
           EXIT.

       PRINT-NEW-ONE.
           READ ACCW-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-WRK-EOF
           END-READ.
           IF WK-WRK-EOF = 'Y'
               GO TO PRINT-NEW-ONE-EXIT
           END-IF.
           IF ACCW-PRIOR-FLG = 'Y'
               GO TO PRINT-NEW-ONE-EXIT
           END-IF.
           MOVE SPACES                 TO VAR-FLAG.
           MOVE ACCW-ACCT-NBR          TO VAR-ITEM.
           MOVE ACCW-THIS-NET          TO VAR-THIS.
           MOVE ZEROS                  TO VAR-BASE
                                          VAR-PCT.
           MOVE 'NEW'                  TO VAR-FLAG.
           MOVE WK-VAR-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD 1                       TO WK-NEW-CNT.

       PRINT-NEW-ONE-EXIT.
           EXIT.

       PRINT-SWING-ACCTS.
           STRING 'ACCOUNTS WHOSE NET MOVED MORE THAN '
                  WK-SWING-PCT
                  ' PCT FROM LAST CYCLE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-ACCT-HEADING
              THRU PRINT-ACCT-HEADING-EXIT.
           PERFORM PRINT-SWING-ONE
              THRU PRINT-SWING-ONE-EXIT
               UNTIL WK-WRK-EOF = 'Y'.
           PERFORM PRINT-BLANK-LINE.

       PRINT-SWING-ACCTS-EXIT.
           EXIT.

       PRINT-SWING-ONE.
           READ ACCW-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-WRK-EOF
           END-READ.
           IF WK-WRK-EOF = 'Y'
               GO TO PRINT-SWING-ONE-EXIT
           END-IF.
           IF ACCW-THIS-FLG NOT = 'Y'
           OR ACCW-PRIOR-FLG NOT = 'Y'
               GO TO PRINT-SWING-ONE-EXIT
           END-IF.
           MOVE ACCW-THIS-NET          TO WK-CMP-THIS.
           MOVE ACCW-PRIOR-NET         TO WK-CMP-BASE.
           PERFORM COMPUTE-VARIANCE
              THRU COMPUTE-VARIANCE-EXIT.
           IF WK-CMP-ABS NOT > WK-SWING-PCT
               GO TO PRINT-SWING-ONE-EXIT
           END-IF.
           MOVE SPACES                 TO VAR-FLAG.
           MOVE ACCW-ACCT-NBR          TO VAR-ITEM.
           MOVE ACCW-THIS-NET          TO VAR-THIS.
           MOVE ACCW-PRIOR-NET         TO VAR-BASE.
           MOVE WK-CMP-PCT             TO VAR-PCT.
           IF WK-CMP-PCT < 0
               MOVE 'DOWN'             TO VAR-FLAG
           ELSE
               MOVE 'UP'               TO VAR-FLAG
           END-IF.
           MOVE WK-VAR-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD 1                       TO WK-SWING-CNT.

       PRINT-SWING-ONE-EXIT.
           EXIT.

       PRINT-ACCT-HEADING.
      *    THE SECTION TITLE IS ALREADY IN WK-RPT-LINE
           PERFORM PRINT-RPT-LINE.
           STRING '  ACCOUNT          THIS CYCLE'
                  '        LAST CYCLE   PCT CHG'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           MOVE 'N'                    TO WK-WRK-EOF.
           MOVE LOW-VALUES             TO ACCW-ACCT-NBR.
           START ACCW-KEYED-FILE KEY NOT < ACCW-ACCT-NBR
               INVALID KEY MOVE 'Y'    TO WK-WRK-EOF
           END-START.

       PRINT-ACCT-HEADING-EXIT.
           EXIT.

       PRINT-PUB-VARIANCE.
           STRING 'PUBLICATIONS MORE THAN ' WK-PUB-PCT
                  ' PCT FROM THEIR TRAILING AVERAGE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           STRING '  PUB              THIS CYCLE'
                  '      TRAILING AVG   PCT CHG'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           MOVE 'N'                    TO WK-WRK-EOF.
           MOVE LOW-VALUES             TO PUBW-PUB.
           START PUBW-KEYED-FILE KEY NOT < PUBW-PUB
               INVALID KEY MOVE 'Y'    TO WK-WRK-EOF
           END-START.
           PERFORM PRINT-PUB-ONE
              THRU PRINT-PUB-ONE-EXIT
               UNTIL WK-WRK-EOF = 'Y'.

       PRINT-PUB-VARIANCE-EXIT.
           EXIT.

       PRINT-PUB-ONE.
           READ PUBW-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-WRK-EOF
           END-READ.
           IF WK-WRK-EOF = 'Y'
               GO TO PRINT-PUB-ONE-EXIT
           END-IF.
      *    A PUB MISSING FROM A TRAILING CYCLE COUNTS AS ZERO THERE
           COMPUTE PUBW-TRAIL-NET ROUNDED =
                   PUBW-TRAIL-NET / WK-PRIOR-CNT.
           MOVE PUBW-THIS-NET          TO WK-CMP-THIS.
           MOVE PUBW-TRAIL-NET         TO WK-CMP-BASE.
           PERFORM COMPUTE-VARIANCE
              THRU COMPUTE-VARIANCE-EXIT.
           IF WK-CMP-ABS NOT > WK-PUB-PCT
               GO TO PRINT-PUB-ONE-EXIT
           END-IF.
           MOVE SPACES                 TO VAR-FLAG.
           MOVE PUBW-PUB               TO VAR-ITEM.
           MOVE PUBW-THIS-NET          TO VAR-THIS.
           MOVE PUBW-TRAIL-NET         TO VAR-BASE.
           MOVE WK-CMP-PCT             TO VAR-PCT.
           IF PUBW-THIS-NET = ZEROS
               MOVE 'NOT BILLED'       TO VAR-FLAG
           ELSE
               IF PUBW-TRAIL-NET = ZEROS
                   MOVE 'NEW'          TO VAR-FLAG
               ELSE
                   IF WK-CMP-PCT < 0
                       MOVE 'LOW'      TO VAR-FLAG
                   ELSE
                       MOVE 'HIGH'     TO VAR-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE WK-VAR-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD 1                       TO WK-PUB-OUT-CNT.

       PRINT-PUB-ONE-EXIT.
           EXIT.

       COMPUTE-VARIANCE.
      *    PERCENT CHANGE OF WK-CMP-THIS OVER WK-CMP-BASE.  A ZERO
      *    BASE WITH A NON-ZERO AMOUNT IS ALWAYS OUT OF LINE.
           MOVE 'N'                    TO WK-CMP-OUT.
           MOVE ZEROS                  TO WK-CMP-PCT
                                          WK-CMP-ABS.
           IF WK-CMP-BASE = ZEROS
               IF WK-CMP-THIS NOT = ZEROS
                   MOVE 999999.9       TO WK-CMP-ABS
                   MOVE 'Y'            TO WK-CMP-OUT
               END-IF
               GO TO COMPUTE-VARIANCE-EXIT
           END-IF.
           COMPUTE WK-CMP-PCT ROUNDED =
                   (WK-CMP-THIS - WK-CMP-BASE) * 100 / WK-CMP-BASE
               ON SIZE ERROR
                   MOVE 999999.9       TO WK-CMP-PCT
           END-COMPUTE.
      *    A NEGATIVE BASE (NET CREDIT) TURNS THE SIGN AROUND
           IF WK-CMP-BASE < 0
               COMPUTE WK-CMP-PCT = ZERO - WK-CMP-PCT
           END-IF.
           IF WK-CMP-PCT < 0
               COMPUTE WK-CMP-ABS = ZERO - WK-CMP-PCT
           ELSE
               MOVE WK-CMP-PCT         TO WK-CMP-ABS
           END-IF.
           IF WK-CMP-ABS > WK-SWING-PCT
               MOVE 'Y'                TO WK-CMP-OUT
           END-IF.

       COMPUTE-VARIANCE-EXIT.
           EXIT.

       PRINT-RPT-LINE.
           MOVE WK-RPT-LINE            TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES                 TO WK-RPT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES                 TO REPORT-REC.
           WRITE REPORT-REC.
