002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFGLDEF.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - deferred revenue *
      ***    10/15/26 - AL-02    reverse backed-out credit memos*
      ***********************************************************
      *    MONTH-END DEFERRED REVENUE.  AMOFLPRG BOOKS REVENUE  *
      *    FOR AN ISSUE THAT RUNS AFTER THE INVOICE DATE TO     *
      *    DEFERRED REVENUE (GL EXTRACT CLASS 'D').  THIS STEP: *
      *      - LOADS THE MONTH'S DEFERRED EXTRACT DETAILS ONTO  *
      *        THE PERSISTENT DEFERRAL LEDGER (DEFREV), ONE ROW *
      *        PER DOCUMENT / PUB / EDITION / AD TYPE / ISSUE   *
      *        MONTH.  NCMB CREDIT MEMOS ON FUTURE ISSUES LOAD  *
      *        AS NEGATIVE ROWS AND REDUCE THE DEFERRAL AT ONCE *
      *      - REVERSES THE REMAINING DEFERRAL OF EVERY INVOICE *
      *        ON THE AMFBBKO REVERSAL REGISTER (REVREG) AND OF *
      *        EVERY CREDIT MEMO ON ITS CREDIT MEMO REVERSAL    *
      *        REGISTER (CMREV)                                 *
      *      - RELEASES EVERY ROW WHOSE ISSUE MONTH IS NOT      *
      *        AFTER THE CLOSING MONTH (PARM-CLOSE-YYMM,        *
      *        CCYYMM, DEFAULT THE MONTH OF THE RUN DATE)       *
      *      - WRITES THE RELEASE AND REVERSAL ENTRIES IN THE   *
      *        AMOFLPRG 'S' SUMMARY JOURNAL LAYOUT, DATED THE   *
      *        LAST DAY OF THE CLOSING MONTH                    *
      *      - PRINTS THE DEFERRED REVENUE ROLLFORWARD BY PUB   *
      *    A DOCUMENT ALREADY ON THE LEDGER IS NOT RELOADED AND *
      *    RELEASED OR BACKED-OUT ROWS ARE NOT TOUCHED AGAIN -  *
      *    A RERUN OF THIS STEP POSTS NOTHING TWICE.            *
      *    LEDGER ROW STATUS (DFR-STATUS):                      *
      *      'O' OPEN  'R' RELEASED  'B' BACKED OUT             *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT GLEXT-FILE      ASSIGN TO SYS007
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVREG-FILE     ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMREV-FILE      ASSIGN TO SYS013
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS CMR-STATUS-CODE.
           SELECT JRNL-FILE       ASSIGN TO SYS009
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEFREV-FILE     ASSIGN TO DEFREV
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DFR-KEY
                      FILE STATUS  IS DFR-STATUS-CODE.
           SELECT DFW-KEYED-FILE  ASSIGN TO SYS010
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DFWK-KEY
                      FILE STATUS  IS DFWK-STATUS-CODE.
           SELECT ROLL-KEYED-FILE ASSIGN TO SYS011
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ROLK-PUB
                      FILE STATUS  IS ROLK-STATUS-CODE.
           SELECT JRN-KEYED-FILE  ASSIGN TO SYS012
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS JRNK-KEY
                      FILE STATUS  IS JRNK-STATUS-CODE.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
004701 FD  GLEXT-FILE             COPY AMZFSEL.
004702 01  GLEXT-REC                   PIC X(100).

       FD  REVREG-FILE            COPY AMZFSEL.
       01  REVREG-REC                  PIC X(96).

       FD  CMREV-FILE             COPY AMZFSEL.
       01  CMREV-REC                   PIC X(96).

       FD  JRNL-FILE              COPY AMZFSEL.
       01  JRNL-REC                    PIC X(100).

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

      *    DEFERRED REVENUE LEDGER - ONE ROW PER DOCUMENT AND
      *    PUB / EDITION / AD TYPE / ISSUE MONTH
       FD  DEFREV-FILE            COPY AMZFSEL.
       01  DFR-REC.
           05  DFR-KEY.
               10  DFR-DOC-TYPE        PIC X(01).
               10  DFR-DOC-NBR         PIC 9(09).
               10  DFR-PUB             PIC X(04).
               10  DFR-EDITION         PIC X(04).
               10  DFR-AD-TYPE         PIC X(04).
               10  DFR-ISSUE-YYMM      PIC 9(06).
           05  DFR-ACCT-NBR            PIC 9(09).
           05  DFR-INVC-DATE           PIC 9(08).
           05  DFR-ORIG-AMT            PIC S9(09)V99.
           05  DFR-BAL-AMT             PIC S9(09)V99.
           05  DFR-STATUS              PIC X(01).
           05  DFR-LOAD-YYMM           PIC 9(06).
           05  DFR-LAST-YYMM           PIC 9(06).
           05  DFR-WO-CNT              PIC 9(05).
           05  FILLER                  PIC X(35).

      *    THIS RUN'S DEFERRED EXTRACT DETAILS, ONE ROW PER
      *    LEDGER KEY
       FD  DFW-KEYED-FILE         COPY AMZFSEL.
       01  DFWK-REC.
           05  DFWK-KEY.
               10  DFWK-DOC-TYPE       PIC X(01).
               10  DFWK-DOC-NBR        PIC 9(09).
               10  DFWK-PUB            PIC X(04).
               10  DFWK-EDITION        PIC X(04).
               10  DFWK-AD-TYPE        PIC X(04).
               10  DFWK-ISSUE-YYMM     PIC 9(06).
           05  DFWK-ACCT-NBR           PIC 9(09).
           05  DFWK-INVC-DATE          PIC 9(08).
           05  DFWK-AMT                PIC S9(09)V99.
           05  DFWK-WO-CNT             PIC 9(05).

      *    ROLLFORWARD BY PUB
       FD  ROLL-KEYED-FILE        COPY AMZFSEL.
       01  ROLK-REC.
           05  ROLK-PUB                PIC X(04).
           05  ROLK-OPEN-AMT           PIC S9(11)V99.
           05  ROLK-NEW-AMT            PIC S9(11)V99.
           05  ROLK-CM-AMT             PIC S9(11)V99.
           05  ROLK-BKO-AMT            PIC S9(11)V99.
           05  ROLK-REL-AMT            PIC S9(11)V99.
           05  ROLK-LEDGER-AMT         PIC S9(11)V99.

      *    MONTH-END JOURNAL ACCUMULATION
       FD  JRN-KEYED-FILE         COPY AMZFSEL.
       01  JRNK-REC.
           05  JRNK-KEY.
               10  JRNK-CLASS          PIC X(01).
               10  JRNK-PUB            PIC X(04).
               10  JRNK-EDITION        PIC X(04).
               10  JRNK-AD-TYPE        PIC X(04).
               10  JRNK-ISSUE-YYMM     PIC 9(06).
           05  JRNK-WO-CNT             PIC 9(07).
           05  JRNK-AMT                PIC S9(11)V99.

008100/
008200 WORKING-STORAGE SECTION.

013902 01  PARM-CARD.
           05  PARM-CLOSE-YYMM         PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(74) VALUE SPACES.

      *    GL EXTRACT DETAIL RECORD AS AMOFLPRG WRITES IT
       01  WK-GLEXT-REC.
           05  GLEXT-REC-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLEXT-CLASS             PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLEXT-DOC-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLEXT-DOC-NBR           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GLEXT-INVC-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GLEXT-ACCT-NBR          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GLEXT-PUB               PIC X(04).
           05  FILLER                  PIC X(01).
           05  GLEXT-EDITION           PIC X(04).
           05  FILLER                  PIC X(01).
           05  GLEXT-AD-TYPE           PIC X(04).
           05  FILLER                  PIC X(01).
           05  GLEXT-ISSUE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GLEXT-JOB-NBR           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GLEXT-NET-AMT           PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  GLEXT-AR-SUBLED         PIC X(02).
           05  FILLER                  PIC X(01).
           05  GLEXT-AR-LED            PIC X(04).
           05  FILLER                  PIC X(11).

      *    SUMMARY JOURNAL RECORD - SAME LAYOUT AS AMOFLPRG'S 'S'
       01  WK-GLSUM-REC.
           05  GLSUM-REC-TYPE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLSUM-CLASS             PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLSUM-POST-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GLSUM-PUB               PIC X(04).
           05  FILLER                  PIC X(01).
           05  GLSUM-EDITION           PIC X(04).
           05  FILLER                  PIC X(01).
           05  GLSUM-AD-TYPE           PIC X(04).
           05  FILLER                  PIC X(01).
           05  GLSUM-ISSUE-YYMM        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GLSUM-WO-CNT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GLSUM-AMT               PIC S9(11)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(42).

      *    AMFBBKO REVERSAL REGISTERS - INVREG LAYOUT
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
       01  WK-CLOSE-YYMM               PIC 9(06) VALUE 0.
       01  WK-CLOSE-YYMM-X             REDEFINES WK-CLOSE-YYMM.
           05  WK-CLOSE-CCYY           PIC 9(04).
           05  WK-CLOSE-MM             PIC 9(02).
       01  WK-NEXT-MONTH-1ST           PIC 9(08) VALUE 0.
       01  WK-NEXT-MONTH-X             REDEFINES WK-NEXT-MONTH-1ST.
           05  WK-NEXT-CCYY            PIC 9(04).
           05  WK-NEXT-MM              PIC 9(02).
           05  WK-NEXT-DD              PIC 9(02).
       01  WK-POST-DATE                PIC 9(08) VALUE 0.
       01  WK-REV-INVC-NBR             PIC 9(09) VALUE 0.
       01  WK-REV-DOC-TYPE             PIC X(01) VALUE SPACE.

       01  WK-GLX-EOF                  PIC X(01) VALUE 'N'.
       01  WK-REV-EOF                  PIC X(01) VALUE 'N'.
       01  WK-CMR-EOF                  PIC X(01) VALUE 'N'.
       01  WK-DFR-EOF                  PIC X(01) VALUE 'N'.
       01  WK-DFW-EOF                  PIC X(01) VALUE 'N'.
       01  WK-ROL-EOF                  PIC X(01) VALUE 'N'.
       01  WK-JRN-EOF                  PIC X(01) VALUE 'N'.
       01  WK-ROL-FOUND                PIC X(01) VALUE 'N'.
       01  WK-JRN-FOUND                PIC X(01) VALUE 'N'.
       01  WK-ROLL-PUB                 PIC X(04) VALUE SPACES.
       01  WK-JRN-CLASS                PIC X(01) VALUE SPACE.
       01  WK-JRN-AMT                  PIC S9(11)V99 VALUE +0.
       01  WK-ROLL-CLOSE-AMT           PIC S9(11)V99 VALUE +0.

       01  WK-GLX-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-GLX-DEF-CNT              PIC 9(09) VALUE 0.
       01  WK-LOAD-CNT                 PIC 9(09) VALUE 0.
       01  WK-DUP-CNT                  PIC 9(09) VALUE 0.
       01  WK-REV-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-CMR-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-BKO-CNT                  PIC 9(09) VALUE 0.
       01  WK-REL-CNT                  PIC 9(09) VALUE 0.
       01  WK-JRNL-CNT                 PIC 9(09) VALUE 0.
       01  WK-OOB-CNT                  PIC 9(09) VALUE 0.

       01  WK-TOTALS.
           05  WK-TOT-OPEN-AMT         PIC S9(11)V99 VALUE +0.
           05  WK-TOT-NEW-AMT          PIC S9(11)V99 VALUE +0.
           05  WK-TOT-CM-AMT           PIC S9(11)V99 VALUE +0.
           05  WK-TOT-BKO-AMT          PIC S9(11)V99 VALUE +0.
           05  WK-TOT-REL-AMT          PIC S9(11)V99 VALUE +0.
           05  WK-TOT-CLOSE-AMT        PIC S9(11)V99 VALUE +0.
           05  WK-TOT-LEDGER-AMT       PIC S9(11)V99 VALUE +0.

       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.
       01  WK-HDR-LINE.
           05  FILLER                  PIC X(30) VALUE
               'DEFERRED REVENUE ROLLFORWARD  '.
           05  FILLER                  PIC X(14) VALUE
               'CLOSING MONTH '.
           05  HDR-CLOSE-YYMM          PIC 9(06).
           05  FILLER                  PIC X(11) VALUE
               '   RUN DATE'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDR-RUN-DATE            PIC 9(08).

       01  WK-ROLL-LINE.
           05  ROL-PUB                 PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROL-OPEN-AMT            PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROL-NEW-AMT             PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROL-CM-AMT              PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROL-BKO-AMT             PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROL-REL-AMT             PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROL-CLOSE-AMT           PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ROL-FLAG                PIC X(15).

       01  WK-BKO-LINE.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BKO-DOC-NBR             PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BKO-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BKO-PUB                 PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BKO-EDITION             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BKO-AD-TYPE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BKO-ISSUE-YYMM          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  BKO-AMT                 PIC ZZZ,ZZZ,ZZ9.99CR.

       01  DFR-STATUS-CODE             PIC X(02).
       01  CMR-STATUS-CODE             PIC X(02).
       01  DFWK-STATUS-CODE            PIC X(02).
       01  ROLK-STATUS-CODE            PIC X(02).
       01  JRNK-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

           OPEN INPUT  GLEXT-FILE
                       REVREG-FILE.
           OPEN INPUT  CMREV-FILE.
           IF CMR-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== CREDIT MEMO REVERSAL REG OPEN FAILED ='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' CMR-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
022800     OPEN OUTPUT JRNL-FILE
                       REPORT-FILE.
      *    THE LEDGER PERSISTS ACROSS RUNS - CREATED ON FIRST USE
           OPEN I-O    DEFREV-FILE.
           IF DFR-STATUS-CODE = '35'
               OPEN OUTPUT DEFREV-FILE
               CLOSE       DEFREV-FILE
               OPEN I-O    DEFREV-FILE
           END-IF.
           IF DFR-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== DEFERRED REVENUE LEDGER OPEN FAILED =='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' DFR-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DFW-KEYED-FILE.
           CLOSE       DFW-KEYED-FILE.
           OPEN I-O    DFW-KEYED-FILE.
           OPEN OUTPUT ROLL-KEYED-FILE.
           CLOSE       ROLL-KEYED-FILE.
           OPEN I-O    ROLL-KEYED-FILE.
           OPEN OUTPUT JRN-KEYED-FILE.
           CLOSE       JRN-KEYED-FILE.
           OPEN I-O    JRN-KEYED-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

      *    THE CLOSING MONTH COMES FROM THE PARM CARD (CCYYMM),
      *    DEFAULT THE MONTH OF THE RUN DATE.  THE JOURNAL IS
      *    DATED THE LAST DAY OF THE CLOSING MONTH.
           ACCEPT WK-RUN-DATE          FROM DATE YYYYMMDD.
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-CLOSE-YYMM NUMERIC
               MOVE PARM-CLOSE-YYMM    TO WK-CLOSE-YYMM
           ELSE
               COMPUTE WK-CLOSE-YYMM = WK-RUN-DATE / 100
           END-IF.
           IF WK-CLOSE-MM < 1 OR WK-CLOSE-MM > 12
               DISPLAY '========================================='
               DISPLAY '== INVALID CLOSING MONTH ON PARM CARD ==='
               DISPLAY '========================================='
               DISPLAY 'PARM-CLOSE-YYMM ' PARM-CLOSE-YYMM
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-CLOSE-MM = 12
               COMPUTE WK-NEXT-CCYY = WK-CLOSE-CCYY + 1
               MOVE 1                  TO WK-NEXT-MM
           ELSE
               MOVE WK-CLOSE-CCYY      TO WK-NEXT-CCYY
               COMPUTE WK-NEXT-MM = WK-CLOSE-MM + 1
           END-IF.
           MOVE 1                      TO WK-NEXT-DD.
           COMPUTE WK-POST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-NEXT-MONTH-1ST) - 1).
           DISPLAY 'DEFERRED REVENUE CLOSE FOR ' WK-CLOSE-YYMM.

      *    OPENING BALANCES ARE TAKEN BEFORE ANYTHING IS CHANGED
           MOVE LOW-VALUES             TO DFR-KEY.
           START DEFREV-FILE KEY NOT < DFR-KEY
               INVALID KEY MOVE 'Y'    TO WK-DFR-EOF
           END-START.
           PERFORM TAKE-OPENING-BAL
              THRU TAKE-OPENING-BAL-EXIT
               UNTIL WK-DFR-EOF = 'Y'.

           PERFORM LOAD-EXTRACT
              THRU LOAD-EXTRACT-EXIT
               UNTIL WK-GLX-EOF = 'Y'.
           MOVE LOW-VALUES             TO DFWK-KEY.
           START DFW-KEYED-FILE KEY NOT < DFWK-KEY
               INVALID KEY MOVE 'Y'    TO WK-DFW-EOF
           END-START.
           PERFORM ADD-DEFERRAL
              THRU ADD-DEFERRAL-EXIT
               UNTIL WK-DFW-EOF = 'Y'.

           MOVE SPACES                 TO WK-RPT-LINE.
           STRING 'DEFERRALS REVERSED BY BACK-OUT'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           STRING '  DOCUMENT   BILLED ACCT  PUB   EDTN  TYPE  '
                  'ISSUE           AMOUNT'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM REVERSE-BACKOUT
              THRU REVERSE-BACKOUT-EXIT
               UNTIL WK-CMR-EOF = 'Y'.
           PERFORM PRINT-BLANK-LINE.

           MOVE 'N'                    TO WK-DFR-EOF.
           MOVE LOW-VALUES             TO DFR-KEY.
           START DEFREV-FILE KEY NOT < DFR-KEY
               INVALID KEY MOVE 'Y'    TO WK-DFR-EOF
           END-START.
           PERFORM RELEASE-DEFERRAL
              THRU RELEASE-DEFERRAL-EXIT
               UNTIL WK-DFR-EOF = 'Y'.

           MOVE LOW-VALUES             TO JRNK-KEY.
           START JRN-KEYED-FILE KEY NOT < JRNK-KEY
               INVALID KEY MOVE 'Y'    TO WK-JRN-EOF
           END-START.
           PERFORM WRITE-JOURNAL
              THRU WRITE-JOURNAL-EXIT
               UNTIL WK-JRN-EOF = 'Y'.

           PERFORM PRINT-ROLLFORWARD
              THRU PRINT-ROLLFORWARD-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'EXTRACT RECORDS READ:  ' WK-GLX-READ-CNT.
           DISPLAY 'DEFERRED DETAILS:      ' WK-GLX-DEF-CNT.
           DISPLAY 'LEDGER ROWS ADDED:     ' WK-LOAD-CNT.
           DISPLAY 'ALREADY ON LEDGER:     ' WK-DUP-CNT.
           DISPLAY 'BACK-OUTS READ:        ' WK-REV-READ-CNT.
           DISPLAY 'CM BACK-OUTS READ:     ' WK-CMR-READ-CNT.
           DISPLAY 'ROWS BACKED OUT:       ' WK-BKO-CNT.
           DISPLAY 'ROWS RELEASED:         ' WK-REL-CNT.
           DISPLAY 'JOURNAL RECORDS:       ' WK-JRNL-CNT.
           DISPLAY 'PUBS OUT OF BALANCE:   ' WK-OOB-CNT.

           CLOSE       GLEXT-FILE
                       REVREG-FILE
                       CMREV-FILE
                       JRNL-FILE
                       REPORT-FILE
                       DEFREV-FILE
                       DFW-KEYED-FILE
                       ROLL-KEYED-FILE
                       JRN-KEYED-FILE.
380908
           IF WK-OOB-CNT > 0
               MOVE 4                  TO RETURN-CODE
           END-IF.
           GOBACK.

       TAKE-OPENING-BAL.
           READ DEFREV-FILE NEXT
               AT END MOVE 'Y'         TO WK-DFR-EOF
           END-READ.
           IF WK-DFR-EOF = 'Y'
               GO TO TAKE-OPENING-BAL-EXIT
           END-IF.
           IF DFR-STATUS NOT = 'O'
               GO TO TAKE-OPENING-BAL-EXIT
           END-IF.
           MOVE DFR-PUB                TO WK-ROLL-PUB.
           PERFORM GET-ROLL-REC
              THRU GET-ROLL-REC-EXIT.
           ADD DFR-BAL-AMT             TO ROLK-OPEN-AMT.
           REWRITE ROLK-REC.

       TAKE-OPENING-BAL-EXIT.
           EXIT.

       LOAD-EXTRACT.
      *    ONLY DEFERRED DETAILS ('D' RECORDS, CLASS 'D') BUILD THE
      *    LEDGER - EARNED REVENUE AND THE 'S' SUMMARIES ARE POSTED
      *    STRAIGHT FROM THE BILLING RUN'S OWN JOURNAL
           READ GLEXT-FILE INTO WK-GLEXT-REC
               AT END MOVE 'Y'         TO WK-GLX-EOF
           END-READ.
           IF WK-GLX-EOF = 'Y'
               GO TO LOAD-EXTRACT-EXIT
           END-IF.
           ADD 1                       TO WK-GLX-READ-CNT.
           IF GLEXT-REC-TYPE NOT = 'D'
           OR GLEXT-CLASS    NOT = 'D'
           OR GLEXT-NET-AMT      = ZEROS
               GO TO LOAD-EXTRACT-EXIT
           END-IF.
           ADD 1                       TO WK-GLX-DEF-CNT.
           MOVE GLEXT-DOC-TYPE         TO DFWK-DOC-TYPE.
           MOVE GLEXT-DOC-NBR          TO DFWK-DOC-NBR.
           MOVE GLEXT-PUB              TO DFWK-PUB.
           MOVE GLEXT-EDITION          TO DFWK-EDITION.
           MOVE GLEXT-AD-TYPE          TO DFWK-AD-TYPE.
           COMPUTE DFWK-ISSUE-YYMM = GLEXT-ISSUE / 100.
           READ DFW-KEYED-FILE
               INVALID KEY
                   MOVE GLEXT-ACCT-NBR TO DFWK-ACCT-NBR
                   MOVE GLEXT-INVC-DATE
                                       TO DFWK-INVC-DATE
                   MOVE GLEXT-NET-AMT  TO DFWK-AMT
                   MOVE 1              TO DFWK-WO-CNT
                   WRITE DFWK-REC
               NOT INVALID KEY
                   ADD GLEXT-NET-AMT   TO DFWK-AMT
                   ADD 1               TO DFWK-WO-CNT
                   REWRITE DFWK-REC
           END-READ.

       LOAD-EXTRACT-EXIT.
           EXIT.

       ADD-DEFERRAL.
           READ DFW-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-DFW-EOF
           END-READ.
           IF WK-DFW-EOF = 'Y'
               GO TO ADD-DEFERRAL-EXIT
           END-IF.
           MOVE SPACES                 TO DFR-REC.
           MOVE DFWK-KEY               TO DFR-KEY.
           MOVE DFWK-ACCT-NBR          TO DFR-ACCT-NBR.
           MOVE DFWK-INVC-DATE         TO DFR-INVC-DATE.
           MOVE DFWK-AMT               TO DFR-ORIG-AMT
                                          DFR-BAL-AMT.
           MOVE 'O'                    TO DFR-STATUS.
           MOVE WK-CLOSE-YYMM          TO DFR-LOAD-YYMM
                                          DFR-LAST-YYMM.
           MOVE DFWK-WO-CNT            TO DFR-WO-CNT.
           WRITE DFR-REC
               INVALID KEY
                   DISPLAY 'ALREADY ON DEFERRAL LEDGER '
                           DFWK-DOC-TYPE DFWK-DOC-NBR ' '
                           DFWK-PUB ' ' DFWK-ISSUE-YYMM
                   ADD 1               TO WK-DUP-CNT
                   GO TO ADD-DEFERRAL-EXIT
           END-WRITE.
           ADD 1                       TO WK-LOAD-CNT.
           MOVE DFWK-PUB               TO WK-ROLL-PUB.
           PERFORM GET-ROLL-REC
              THRU GET-ROLL-REC-EXIT.
           IF DFWK-DOC-TYPE = 'C'
               ADD DFWK-AMT            TO ROLK-CM-AMT
           ELSE
               ADD DFWK-AMT            TO ROLK-NEW-AMT
           END-IF.
           REWRITE ROLK-REC.

       ADD-DEFERRAL-EXIT.
           EXIT.

       REVERSE-BACKOUT.
      *    EVERY OPEN DEFERRAL ROW OF A BACKED-OUT INVOICE IS
      *    REVERSED IN FULL - THE INVOICE NO LONGER EXISTS, SO
      *    NOTHING IS LEFT TO EARN.  A BACKED-OUT CREDIT MEMO'S
      *    NEGATIVE DEFERRAL ROWS ARE REVERSED THE SAME WAY, ONCE
      *    THE INVOICE REGISTER IS EXHAUSTED.
           IF WK-REV-EOF = 'N'
               READ REVREG-FILE INTO WK-INVREG-REC
                   AT END MOVE 'Y'     TO WK-REV-EOF
               END-READ
           END-IF.
           IF WK-REV-EOF = 'Y'
               READ CMREV-FILE INTO WK-INVREG-REC
                   AT END MOVE 'Y'     TO WK-CMR-EOF
               END-READ
               IF WK-CMR-EOF = 'Y'
                   GO TO REVERSE-BACKOUT-EXIT
               END-IF
               ADD 1                   TO WK-CMR-READ-CNT
               MOVE 'C'                TO WK-REV-DOC-TYPE
           ELSE
               ADD 1                   TO WK-REV-READ-CNT
               MOVE 'I'                TO WK-REV-DOC-TYPE
           END-IF.
           MOVE INVREG-INVC-NBR        TO WK-REV-INVC-NBR.
           MOVE LOW-VALUES             TO DFR-KEY.
           MOVE WK-REV-DOC-TYPE        TO DFR-DOC-TYPE.
           MOVE WK-REV-INVC-NBR        TO DFR-DOC-NBR.
           MOVE 'N'                    TO WK-DFR-EOF.
           START DEFREV-FILE KEY NOT < DFR-KEY
               INVALID KEY MOVE 'Y'    TO WK-DFR-EOF
           END-START.
           PERFORM REVERSE-ONE-ROW
              THRU REVERSE-ONE-ROW-EXIT
               UNTIL WK-DFR-EOF = 'Y'.

       REVERSE-BACKOUT-EXIT.
           EXIT.

       REVERSE-ONE-ROW.
           READ DEFREV-FILE NEXT
               AT END MOVE 'Y'         TO WK-DFR-EOF
           END-READ.
           IF WK-DFR-EOF = 'Y'
               GO TO REVERSE-ONE-ROW-EXIT
           END-IF.
           IF DFR-DOC-TYPE NOT = WK-REV-DOC-TYPE
           OR DFR-DOC-NBR  NOT = WK-REV-INVC-NBR
               MOVE 'Y'                TO WK-DFR-EOF
               GO TO REVERSE-ONE-ROW-EXIT
           END-IF.
           IF DFR-STATUS NOT = 'O'
               GO TO REVERSE-ONE-ROW-EXIT
           END-IF.

           MOVE DFR-DOC-NBR            TO BKO-DOC-NBR.
           MOVE DFR-ACCT-NBR           TO BKO-ACCT-NBR.
           MOVE DFR-PUB                TO BKO-PUB.
           MOVE DFR-EDITION            TO BKO-EDITION.
           MOVE DFR-AD-TYPE            TO BKO-AD-TYPE.
           MOVE DFR-ISSUE-YYMM         TO BKO-ISSUE-YYMM.
           MOVE DFR-BAL-AMT            TO BKO-AMT.
           MOVE WK-BKO-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

           MOVE DFR-PUB                TO WK-ROLL-PUB.
           PERFORM GET-ROLL-REC
              THRU GET-ROLL-REC-EXIT.
           SUBTRACT DFR-BAL-AMT        FROM ROLK-BKO-AMT.
           REWRITE ROLK-REC.
      *    DEBIT DEFERRED REVENUE - THE A/R SIDE IS THE BACK-OUT'S
           MOVE 'D'                    TO WK-JRN-CLASS.
           COMPUTE WK-JRN-AMT = ZERO - DFR-BAL-AMT.
           PERFORM ADD-JOURNAL-ENTRY
              THRU ADD-JOURNAL-ENTRY-EXIT.

           MOVE ZEROS                  TO DFR-BAL-AMT.
           MOVE 'B'                    TO DFR-STATUS.
           MOVE WK-CLOSE-YYMM          TO DFR-LAST-YYMM.
           REWRITE DFR-REC.
           ADD 1                       TO WK-BKO-CNT.

       REVERSE-ONE-ROW-EXIT.
           EXIT.

       RELEASE-DEFERRAL.
      *    AN ISSUE MONTH THAT HAS CLOSED IS EARNED - MOVE THE
      *    REMAINING BALANCE FROM DEFERRED REVENUE TO REVENUE
           READ DEFREV-FILE NEXT
               AT END MOVE 'Y'         TO WK-DFR-EOF
           END-READ.
           IF WK-DFR-EOF = 'Y'
               GO TO RELEASE-DEFERRAL-EXIT
           END-IF.
           IF DFR-STATUS NOT = 'O'
               GO TO RELEASE-DEFERRAL-EXIT
           END-IF.
           MOVE DFR-PUB                TO WK-ROLL-PUB.
           PERFORM GET-ROLL-REC
              THRU GET-ROLL-REC-EXIT.
           IF DFR-ISSUE-YYMM > WK-CLOSE-YYMM
               ADD DFR-BAL-AMT         TO ROLK-LEDGER-AMT
               REWRITE ROLK-REC
               GO TO RELEASE-DEFERRAL-EXIT
           END-IF.

           SUBTRACT DFR-BAL-AMT        FROM ROLK-REL-AMT.
           REWRITE ROLK-REC.
           MOVE 'D'                    TO WK-JRN-CLASS.
           COMPUTE WK-JRN-AMT = ZERO - DFR-BAL-AMT.
           PERFORM ADD-JOURNAL-ENTRY
              THRU ADD-JOURNAL-ENTRY-EXIT.
           MOVE 'R'                    TO WK-JRN-CLASS.
           MOVE DFR-BAL-AMT            TO WK-JRN-AMT.
           PERFORM ADD-JOURNAL-ENTRY
              THRU ADD-JOURNAL-ENTRY-EXIT.

           MOVE ZEROS                  TO DFR-BAL-AMT.
           MOVE 'R'                    TO DFR-STATUS.
           MOVE WK-CLOSE-YYMM          TO DFR-LAST-YYMM.
           REWRITE DFR-REC.
           ADD 1                       TO WK-REL-CNT.

       RELEASE-DEFERRAL-EXIT.
           EXIT.

       ADD-JOURNAL-ENTRY.
           MOVE WK-JRN-CLASS           TO JRNK-CLASS.
           MOVE DFR-PUB                TO JRNK-PUB.
           MOVE DFR-EDITION            TO JRNK-EDITION.
           MOVE DFR-AD-TYPE            TO JRNK-AD-TYPE.
           MOVE DFR-ISSUE-YYMM         TO JRNK-ISSUE-YYMM.
           READ JRN-KEYED-FILE
               INVALID KEY
                   MOVE DFR-WO-CNT     TO JRNK-WO-CNT
                   MOVE WK-JRN-AMT     TO JRNK-AMT
                   WRITE JRNK-REC
               NOT INVALID KEY
                   ADD DFR-WO-CNT      TO JRNK-WO-CNT
                   ADD WK-JRN-AMT      TO JRNK-AMT
                   REWRITE JRNK-REC
           END-READ.

       ADD-JOURNAL-ENTRY-EXIT.
           EXIT.

       WRITE-JOURNAL.
           READ JRN-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-JRN-EOF
           END-READ.
           IF WK-JRN-EOF = 'Y'
               GO TO WRITE-JOURNAL-EXIT
           END-IF.
           IF JRNK-AMT = ZEROS
               GO TO WRITE-JOURNAL-EXIT
           END-IF.
           MOVE SPACES                 TO WK-GLSUM-REC.
           MOVE 'S'                    TO GLSUM-REC-TYPE.
           MOVE JRNK-CLASS             TO GLSUM-CLASS.
           MOVE WK-POST-DATE           TO GLSUM-POST-DATE.
           MOVE JRNK-PUB               TO GLSUM-PUB.
           MOVE JRNK-EDITION           TO GLSUM-EDITION.
           MOVE JRNK-AD-TYPE           TO GLSUM-AD-TYPE.
           MOVE JRNK-ISSUE-YYMM        TO GLSUM-ISSUE-YYMM.
           MOVE JRNK-WO-CNT            TO GLSUM-WO-CNT.
           MOVE JRNK-AMT               TO GLSUM-AMT.
           WRITE JRNL-REC FROM WK-GLSUM-REC.
           ADD 1                       TO WK-JRNL-CNT.

       WRITE-JOURNAL-EXIT.
           EXIT.

       PRINT-ROLLFORWARD.
           MOVE WK-CLOSE-YYMM          TO HDR-CLOSE-YYMM.
           MOVE WK-RUN-DATE            TO HDR-RUN-DATE.
           MOVE WK-HDR-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.
           STRING 'PUB            OPENING    NEW DEFERRALS  '
                  '   CREDIT MEMOS       BACKED OUT  '
                  '       RELEASED          CLOSING'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

           MOVE LOW-VALUES             TO ROLK-PUB.
           START ROLL-KEYED-FILE KEY NOT < ROLK-PUB
               INVALID KEY MOVE 'Y'    TO WK-ROL-EOF
           END-START.
           PERFORM PRINT-ONE-PUB
              THRU PRINT-ONE-PUB-EXIT
               UNTIL WK-ROL-EOF = 'Y'.

           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES                 TO WK-ROLL-LINE.
           MOVE 'TOTAL'                TO ROL-PUB.
           MOVE WK-TOT-OPEN-AMT        TO ROL-OPEN-AMT.
           MOVE WK-TOT-NEW-AMT         TO ROL-NEW-AMT.
           MOVE WK-TOT-CM-AMT          TO ROL-CM-AMT.
           MOVE WK-TOT-BKO-AMT         TO ROL-BKO-AMT.
           MOVE WK-TOT-REL-AMT         TO ROL-REL-AMT.
           MOVE WK-TOT-CLOSE-AMT       TO ROL-CLOSE-AMT.
           IF WK-TOT-CLOSE-AMT NOT = WK-TOT-LEDGER-AMT
               MOVE 'OUT OF BALANCE' TO ROL-FLAG
           END-IF.
           MOVE WK-ROLL-LINE           TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-ROLLFORWARD-EXIT.
           EXIT.

       PRINT-ONE-PUB.
      *    THE CLOSING BALANCE IS PROVED AGAINST THE OPEN ROWS LEFT
      *    ON THE LEDGER FOR THE PUB
           READ ROLL-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-ROL-EOF
           END-READ.
           IF WK-ROL-EOF = 'Y'
               GO TO PRINT-ONE-PUB-EXIT
           END-IF.
           COMPUTE WK-ROLL-CLOSE-AMT = ROLK-OPEN-AMT + ROLK-NEW-AMT
                                     + ROLK-CM-AMT   + ROLK-BKO-AMT
                                     + ROLK-REL-AMT.
           MOVE SPACES                 TO WK-ROLL-LINE.
           MOVE ROLK-PUB               TO ROL-PUB.
           MOVE ROLK-OPEN-AMT          TO ROL-OPEN-AMT.
           MOVE ROLK-NEW-AMT           TO ROL-NEW-AMT.
           MOVE ROLK-CM-AMT            TO ROL-CM-AMT.
           MOVE ROLK-BKO-AMT           TO ROL-BKO-AMT.
           MOVE ROLK-REL-AMT           TO ROL-REL-AMT.
           MOVE WK-ROLL-CLOSE-AMT      TO ROL-CLOSE-AMT.
           IF WK-ROLL-CLOSE-AMT NOT = ROLK-LEDGER-AMT
               MOVE 'OUT OF BALANCE' TO ROL-FLAG
               ADD 1                   TO WK-OOB-CNT
           END-IF.
           MOVE WK-ROLL-LINE           TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           ADD ROLK-OPEN-AMT           TO WK-TOT-OPEN-AMT.
           ADD ROLK-NEW-AMT            TO WK-TOT-NEW-AMT.
           ADD ROLK-CM-AMT             TO WK-TOT-CM-AMT.
           ADD ROLK-BKO-AMT            TO WK-TOT-BKO-AMT.
           ADD ROLK-REL-AMT            TO WK-TOT-REL-AMT.
           ADD WK-ROLL-CLOSE-AMT       TO WK-TOT-CLOSE-AMT.
           ADD ROLK-LEDGER-AMT         TO WK-TOT-LEDGER-AMT.

       PRINT-ONE-PUB-EXIT.
           EXIT.

       GET-ROLL-REC.
           MOVE WK-ROLL-PUB            TO ROLK-PUB.
           READ ROLL-KEYED-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-ROL-FOUND
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-ROL-FOUND
           END-READ.
           IF WK-ROL-FOUND = 'N'
               MOVE WK-ROLL-PUB        TO ROLK-PUB
               MOVE ZEROS              TO ROLK-OPEN-AMT
                                          ROLK-NEW-AMT
                                          ROLK-CM-AMT
                                          ROLK-BKO-AMT
                                          ROLK-REL-AMT
                                          ROLK-LEDGER-AMT
               WRITE ROLK-REC
           END-IF.

       GET-ROLL-REC-EXIT.
           EXIT.

       PRINT-RPT-LINE.
           MOVE WK-RPT-LINE            TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES                 TO WK-RPT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES                 TO REPORT-REC.
           WRITE REPORT-REC.
