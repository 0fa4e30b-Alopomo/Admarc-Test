002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFARCOL.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - collections list *
      ***    10/15/26 - AL-02    collector assignment entries   *
      ***    10/15/26 - AL-03    full-width collector phone     *
      ***********************************************************
      *    DAILY COLLECTIONS CALL LIST.  ONE LIST PER CREDIT    *
      *    MANAGER AND CREDIT REP AS ASSIGNED BY THE CREDIT     *
      *    DESK.  EVERY ACCOUNT WITH SOMETHING TO CHASE IS      *
      *    LISTED WITH:                                         *
      *      - OLDEST BUCKET AND TOTAL PAST DUE (31 DAYS AND    *
      *        OVER), AGED FROM THE OPEN-ITEM A/R MASTER        *
      *      - CARD DECLINES AND CHARGEBACKS (AMFCCRSP) STILL   *
      *        OPEN AND RECENT (PARM-DCB-DAYS, DEFAULT 30)      *
      *      - LOCKBOX CASH THAT POSTED NOTHING (THE AMFARLBX   *
      *        EXCEPTION FILE, POSTED = N)                      *
      *      - PARENT ACCOUNT (NAD-PAR-ACCT-NBR) AND PHONE      *
      *    THE PERSISTENT FOLLOW-UP FILE (COLLFUP) KEEPS EACH   *
      *    ACCOUNT'S PROMISE-TO-PAY DATE, AMOUNT AND NOTE, FED  *
      *    BY THE COLLECTORS' DAILY ENTRIES.  A PROMISE WHOSE   *
      *    DATE HAS PASSED WITHOUT THE PAST DUE COMING DOWN BY  *
      *    THE PROMISED AMOUNT IS BROKEN, AND BROKEN PROMISES   *
      *    LEAD EACH COLLECTOR'S LIST; THE REST FOLLOW OLDEST   *
      *    BUCKET FIRST, LARGEST PAST DUE FIRST.                *
      *    COLLECTOR ASSIGNMENTS (MANAGER, REP AND PHONE) ARE   *
      *    KEPT ON THE PERSISTENT COLLACCT FILE, MAINTAINED     *
      *    FROM THE CREDIT DESK'S DAILY ASSIGNMENT ENTRIES      *
      *    (ASGTRAN-FILE: 'A' ASSIGN OR CHANGE, 'D' DROP).  AN  *
      *    ACCOUNT WITH NO ASSIGNMENT LISTS UNDER *UNASSIGNED*; *
      *    ITS PHONE FALLS BACK TO THE NAD TELEPHONE NUMBER.    *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT ASGTRAN-FILE    ASSIGN TO SYS007
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LBXEXC-FILE     ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUPTRAN-FILE    ASSIGN TO SYS009
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPNITEM-FILE    ASSIGN TO OPNITEM
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPIT-KEY
                      FILE STATUS  IS OPIT-STATUS-CODE.
           SELECT COLLACCT-FILE   ASSIGN TO COLLACCT
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CLA-ACCT-NBR
                      FILE STATUS  IS CLA-STATUS-CODE.
           SELECT COLLFUP-FILE    ASSIGN TO COLLFUP
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FUP-ACCT-NBR
                      FILE STATUS  IS FUP-STATUS-CODE.
           SELECT ACW-KEYED-FILE  ASSIGN TO SYS010
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ACWK-ACCT-NBR
                      FILE STATUS  IS ACWK-STATUS-CODE.
           SELECT LST-KEYED-FILE  ASSIGN TO SYS011
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LSTK-KEY
                      FILE STATUS  IS LSTK-STATUS-CODE.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
004701 FD  ASGTRAN-FILE           COPY AMZFSEL.
004702 01  ASGTRAN-REC                 PIC X(80).

       FD  LBXEXC-FILE            COPY AMZFSEL.
       01  LBXEXC-REC                  PIC X(133).

       FD  FUPTRAN-FILE           COPY AMZFSEL.
       01  FUPTRAN-REC                 PIC X(80).

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
           05  FILLER                  PIC X(40).

      *    COLLECTOR ASSIGNMENT BY BILLED ACCOUNT
       FD  COLLACCT-FILE          COPY AMZFSEL.
       01  CLA-REC.
           05  CLA-ACCT-NBR            PIC 9(09).
           05  CLA-CREDIT-MGR          PIC X(20).
           05  CLA-CREDIT-REP          PIC X(20).
           05  CLA-PHONE               PIC X(20).
           05  CLA-LAST-DATE           PIC 9(08).
           05  FILLER                  PIC X(23).

      *    PROMISE-TO-PAY FOLLOW-UP BY BILLED ACCOUNT
      *      P - PROMISE PENDING     K - PROMISE KEPT
      *      B - PROMISE BROKEN      N - NOTE ONLY
       FD  COLLFUP-FILE           COPY AMZFSEL.
       01  FUP-REC.
           05  FUP-ACCT-NBR            PIC 9(09).
           05  FUP-STATUS              PIC X(01).
           05  FUP-PROMISE-DATE        PIC 9(08).
           05  FUP-PROMISE-AMT         PIC S9(09)V99.
           05  FUP-BASE-PAST-DUE       PIC S9(09)V99.
           05  FUP-ENTER-DATE          PIC 9(08).
           05  FUP-USER                PIC X(08).
           05  FUP-NOTE                PIC X(30).
           05  FUP-RESULT-DATE         PIC 9(08).
           05  FILLER                  PIC X(26).

       FD  ACW-KEYED-FILE         COPY AMZFSEL.
       01  ACWK-REC.
           05  ACWK-ACCT-NBR           PIC 9(09).
           05  ACWK-AGE-CURR           PIC S9(11)V99.
           05  ACWK-AGE-30             PIC S9(11)V99.
           05  ACWK-AGE-60             PIC S9(11)V99.
           05  ACWK-AGE-90             PIC S9(11)V99.
           05  ACWK-OLDEST-RANK        PIC 9(01).
           05  ACWK-DCB-CNT            PIC 9(05).
           05  ACWK-DCB-AMT            PIC S9(11)V99.
           05  ACWK-LBX-CNT            PIC 9(05).
           05  ACWK-LBX-AMT            PIC S9(11)V99.

      *    CALL LIST IN PRINT ORDER - COLLECTOR, BROKEN PROMISES
      *    FIRST, OLDEST BUCKET FIRST, LARGEST PAST DUE FIRST
       FD  LST-KEYED-FILE         COPY AMZFSEL.
       01  LSTK-REC.
           05  LSTK-KEY.
               10  LSTK-CREDIT-MGR     PIC X(20).
               10  LSTK-CREDIT-REP     PIC X(20).
               10  LSTK-PRIORITY       PIC X(01).
               10  LSTK-AGE-RANK       PIC 9(01).
               10  LSTK-DUE-INV        PIC 9(11)V99.
               10  LSTK-ACCT-NBR       PIC 9(09).
           05  LSTK-NAME               PIC X(20).
           05  LSTK-PAR-NBR            PIC 9(09).
           05  LSTK-PHONE              PIC X(20).
           05  LSTK-OLDEST             PIC X(04).
           05  LSTK-PAST-DUE           PIC S9(11)V99.
           05  LSTK-DCB-CNT            PIC 9(05).
           05  LSTK-DCB-AMT            PIC S9(11)V99.
           05  LSTK-LBX-CNT            PIC 9(05).
           05  LSTK-LBX-AMT            PIC S9(11)V99.
           05  LSTK-FUP-STATUS         PIC X(01).
           05  LSTK-PROMISE-DATE       PIC 9(08).
           05  LSTK-PROMISE-AMT        PIC S9(09)V99.
           05  LSTK-USER               PIC X(08).
           05  LSTK-NOTE               PIC X(30).

008100/
008200 WORKING-STORAGE SECTION.

013902 01  PARM-CARD.
           05  PARM-AS-OF-DATE         PIC X(08) VALUE SPACES.
           05  PARM-DCB-DAYS           PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(69) VALUE SPACES.

      *    CREDIT DESK'S COLLECTOR ASSIGNMENT ENTRY
      *      A - ASSIGN OR CHANGE (BLANK FIELDS ARE LEFT AS THEY ARE)
      *      D - DROP THE ACCOUNT'S ASSIGNMENT
       01  WK-ASGTRAN-REC.
           05  ASG-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  ASG-ACTION              PIC X(01).
           05  FILLER                  PIC X(01).
           05  ASG-CREDIT-MGR          PIC X(20).
           05  FILLER                  PIC X(01).
           05  ASG-CREDIT-REP          PIC X(20).
           05  FILLER                  PIC X(01).
           05  ASG-PHONE               PIC X(20).
           05  FILLER                  PIC X(06).

      *    LOCKBOX EXCEPTION LINE AS AMFARLBX PRINTS IT
       01  WK-LBXEXC-LINE.
           05  LXE-INVC-NBR            PIC 9(09).
           05  FILLER                  PIC X(02).
           05  LXE-CHECK-NBR           PIC X(07).
           05  FILLER                  PIC X(02).
           05  LXE-ACCT-NAME           PIC X(27).
           05  FILLER                  PIC X(02).
           05  LXE-REMIT-AMT           PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02).
           05  LXE-REG-AMT             PIC X(16).
           05  FILLER                  PIC X(02).
           05  LXE-REASON              PIC X(20).
           05  FILLER                  PIC X(02).
           05  LXE-POSTED              PIC X(01).
           05  FILLER                  PIC X(25).

      *    COLLECTOR'S DAILY FOLLOW-UP ENTRY
      *      P - PROMISE TO PAY (DATE AND AMOUNT)
      *      N - NOTE ONLY
      *      C - CLEAR THE ACCOUNT'S FOLLOW-UP
       01  WK-FUPTRAN-REC.
           05  FTR-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  FTR-ACTION              PIC X(01).
           05  FILLER                  PIC X(01).
           05  FTR-USER                PIC X(08).
           05  FILLER                  PIC X(01).
           05  FTR-PROMISE-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FTR-PROMISE-AMT         PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  FTR-NOTE                PIC X(30).
           05  FILLER                  PIC X(07).

018316 01  NAD-REC.                    COPY AMZRNAD.
018317/
018331 01  IO-PKT.                     COPY AMZWIOP.
018332/
       01  WK-AS-OF-DATE               PIC 9(08) VALUE 0.
       01  WK-AS-OF-DAYS               PIC S9(09) VALUE +0.
       01  WK-DOC-DAYS                 PIC S9(09) VALUE +0.
       01  WK-AGE-DAYS                 PIC S9(09) VALUE +0.
       01  WK-DCB-DAYS                 PIC 9(03) VALUE 30.
       01  WK-ASG-EOF                  PIC X(01) VALUE 'N'.
       01  WK-LBX-EOF                  PIC X(01) VALUE 'N'.
       01  WK-FTR-EOF                  PIC X(01) VALUE 'N'.
       01  WK-OPIT-EOF                 PIC X(01) VALUE 'N'.
       01  WK-FUP-EOF                  PIC X(01) VALUE 'N'.
       01  WK-ACW-EOF                  PIC X(01) VALUE 'N'.
       01  WK-LST-EOF                  PIC X(01) VALUE 'N'.
       01  WK-ACW-FOUND                PIC X(01) VALUE 'N'.
       01  WK-CLA-FOUND                PIC X(01) VALUE 'N'.
       01  WK-CLA-CHANGED              PIC X(01) VALUE 'N'.
       01  WK-FUP-FOUND                PIC X(01) VALUE 'N'.
       01  WK-ACCT-NBR                 PIC 9(09) VALUE 0.
       01  WK-AGE-RANK                 PIC 9(01) VALUE 0.
       01  WK-PAST-DUE                 PIC S9(11)V99 VALUE +0.
       01  WK-LBX-AMT                  PIC S9(09)V99 VALUE +0.
       01  WK-TEL-NBR                  PIC 9(09) VALUE 0.
       01  WK-LAST-MGR                 PIC X(20) VALUE SPACE.
       01  WK-LAST-REP                 PIC X(20) VALUE SPACE.
       01  WK-FIRST-GROUP              PIC X(01) VALUE 'Y'.

       01  WK-ASG-CNT                  PIC 9(09) VALUE 0.
       01  WK-ASG-REJ-CNT              PIC 9(09) VALUE 0.
       01  WK-CLA-UPD-CNT              PIC 9(09) VALUE 0.
       01  WK-OPIT-CNT                 PIC 9(09) VALUE 0.
       01  WK-LBX-CNT                  PIC 9(09) VALUE 0.
       01  WK-FTR-CNT                  PIC 9(09) VALUE 0.
       01  WK-FTR-REJ-CNT              PIC 9(09) VALUE 0.
       01  WK-KEPT-CNT                 PIC 9(09) VALUE 0.
       01  WK-BROKEN-CNT               PIC 9(09) VALUE 0.
       01  WK-LIST-CNT                 PIC 9(09) VALUE 0.

      *    COLLECTOR SUBTOTALS AND GRAND TOTALS
       01  WK-GRP-TOTALS.
           05  WK-GRP-CNT              PIC 9(07) VALUE 0.
           05  WK-GRP-BROKEN           PIC 9(07) VALUE 0.
           05  WK-GRP-PAST-DUE         PIC S9(11)V99 VALUE +0.
       01  WK-GRD-TOTALS.
           05  WK-GRD-CNT              PIC 9(07) VALUE 0.
           05  WK-GRD-BROKEN           PIC 9(07) VALUE 0.
           05  WK-GRD-PAST-DUE         PIC S9(11)V99 VALUE +0.

       01  WK-CNT-P                    PIC ZZZ,ZZ9.
       01  WK-AMT-P                    PIC ZZZ,ZZZ,ZZ9.99CR.
       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.

       01  WK-LIST-LINE.
           05  LSL-PRIORITY            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-NAME                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-PAR-NBR             PIC Z(08)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-PHONE               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-OLDEST              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-PAST-DUE            PIC ZZZZZZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-DCB-CNT             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-DCB-AMT             PIC ZZZZZZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-LBX-CNT             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-LBX-AMT             PIC ZZZZZZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LSL-PROMISE-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WK-NOTE-LINE.
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  NTL-LABEL               PIC X(09).
           05  NTL-PROMISE-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTL-PROMISE-AMT         PIC ZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  NTL-USER                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  NTL-NOTE                PIC X(30).
           05  FILLER                  PIC X(41) VALUE SPACE.

       01  WORK-FIELDS.
           05  ARE-THERE-MORE-RECORDS      PIC X(2).
           05  INPUT-RECORD-COUNTER        PIC 9(09)  COMP-3  VALUE 0.
       01  OPIT-STATUS-CODE            PIC X(02).
       01  CLA-STATUS-CODE             PIC X(02).
       01  FUP-STATUS-CODE             PIC X(02).
       01  ACWK-STATUS-CODE            PIC X(02).
       01  LSTK-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

           OPEN INPUT  ASGTRAN-FILE
                       LBXEXC-FILE
                       FUPTRAN-FILE
                       OPNITEM-FILE.
           IF OPIT-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== OPEN-ITEM MASTER OPEN FAILED ========='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' OPIT-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
022800     OPEN OUTPUT REPORT-FILE.
      *    COLLECTOR ASSIGNMENTS AND FOLLOW-UPS PERSIST ACROSS RUNS
           OPEN I-O    COLLACCT-FILE.
           IF CLA-STATUS-CODE = '35'
               OPEN OUTPUT COLLACCT-FILE
               CLOSE       COLLACCT-FILE
               OPEN I-O    COLLACCT-FILE
           END-IF.
           IF CLA-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== COLLECTOR ASSIGNMENT OPEN FAILED ====='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' CLA-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O    COLLFUP-FILE.
           IF FUP-STATUS-CODE = '35'
               OPEN OUTPUT COLLFUP-FILE
               CLOSE       COLLFUP-FILE
               OPEN I-O    COLLFUP-FILE
           END-IF.
           IF FUP-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== COLLECTIONS FOLLOW-UP OPEN FAILED ===='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' FUP-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ACW-KEYED-FILE.
           CLOSE       ACW-KEYED-FILE.
           OPEN I-O    ACW-KEYED-FILE.
           OPEN OUTPUT LST-KEYED-FILE.
           CLOSE       LST-KEYED-FILE.
           OPEN I-O    LST-KEYED-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

      *    AGING IS AS OF THE PARM-CARD DATE (CCYYMMDD), DEFAULT
      *    TODAY.  PARM-DCB-DAYS IS HOW FAR BACK AN OPEN DECLINE OR
      *    CHARGEBACK STILL COUNTS AS RECENT, DEFAULT 30.
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-AS-OF-DATE NUMERIC
               MOVE PARM-AS-OF-DATE    TO WK-AS-OF-DATE
           ELSE
               ACCEPT WK-AS-OF-DATE    FROM DATE YYYYMMDD
           END-IF.
           IF PARM-DCB-DAYS NUMERIC
               MOVE PARM-DCB-DAYS      TO WK-DCB-DAYS
           END-IF.
           COMPUTE WK-AS-OF-DAYS =
               FUNCTION INTEGER-OF-DATE (WK-AS-OF-DATE).
           DISPLAY 'COLLECTIONS AGED AS OF ' WK-AS-OF-DATE.

           PERFORM LOAD-COLLECTOR
              THRU LOAD-COLLECTOR-EXIT
               UNTIL WK-ASG-EOF = 'Y'.

           MOVE LOW-VALUES             TO OPIT-KEY.
           START OPNITEM-FILE KEY NOT < OPIT-KEY
               INVALID KEY MOVE 'Y'    TO WK-OPIT-EOF
           END-START.
           PERFORM AGE-ONE-ITEM
              THRU AGE-ONE-ITEM-EXIT
               UNTIL WK-OPIT-EOF = 'Y'.

           PERFORM LOAD-LOCKBOX-EXC
              THRU LOAD-LOCKBOX-EXC-EXIT
               UNTIL WK-LBX-EOF = 'Y'.

      *    TODAY'S ENTRIES FIRST, SO A NEW PROMISE STARTS FROM THE
      *    CURRENT PAST DUE; THEN JUDGE EVERY PROMISE THAT IS DUE
           PERFORM APPLY-FOLLOW-UP
              THRU APPLY-FOLLOW-UP-EXIT
               UNTIL WK-FTR-EOF = 'Y'.
           MOVE ZEROS                  TO FUP-ACCT-NBR.
           START COLLFUP-FILE KEY NOT < FUP-ACCT-NBR
               INVALID KEY MOVE 'Y'    TO WK-FUP-EOF
           END-START.
           PERFORM CHECK-ONE-PROMISE
              THRU CHECK-ONE-PROMISE-EXIT
               UNTIL WK-FUP-EOF = 'Y'.

           MOVE ZEROS                  TO ACWK-ACCT-NBR.
           START ACW-KEYED-FILE KEY NOT < ACWK-ACCT-NBR
               INVALID KEY MOVE 'Y'    TO WK-ACW-EOF
           END-START.
           PERFORM BUILD-ONE-ENTRY
              THRU BUILD-ONE-ENTRY-EXIT
               UNTIL WK-ACW-EOF = 'Y'.

           MOVE LOW-VALUES             TO LSTK-KEY.
           START LST-KEYED-FILE KEY NOT < LSTK-KEY
               INVALID KEY MOVE 'Y'    TO WK-LST-EOF
           END-START.
           PERFORM PRINT-ONE-ENTRY
              THRU PRINT-ONE-ENTRY-EXIT
               UNTIL WK-LST-EOF = 'Y'.
           IF WK-FIRST-GROUP = 'N'
               PERFORM PRINT-GROUP-TOTAL
                  THRU PRINT-GROUP-TOTAL-EXIT
           END-IF.
           PERFORM PRINT-GRAND-TOTAL
              THRU PRINT-GRAND-TOTAL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'ASSIGNMENT ENTRIES:    ' WK-ASG-CNT.
           DISPLAY 'ASSIGNMENTS REJECTED:  ' WK-ASG-REJ-CNT.
           DISPLAY 'COLLECTORS UPDATED:    ' WK-CLA-UPD-CNT.
           DISPLAY 'OPEN ITEMS AGED:       ' WK-OPIT-CNT.
           DISPLAY 'LOCKBOX EXCEPTIONS:    ' WK-LBX-CNT.
           DISPLAY 'FOLLOW-UP ENTRIES:     ' WK-FTR-CNT.
           DISPLAY 'FOLLOW-UPS REJECTED:   ' WK-FTR-REJ-CNT.
           DISPLAY 'PROMISES KEPT:         ' WK-KEPT-CNT.
           DISPLAY 'PROMISES BROKEN:       ' WK-BROKEN-CNT.
           DISPLAY 'ACCOUNTS LISTED:       ' WK-LIST-CNT.

           CLOSE       ASGTRAN-FILE
                       LBXEXC-FILE
                       FUPTRAN-FILE
                       OPNITEM-FILE
                       REPORT-FILE
                       COLLACCT-FILE
                       COLLFUP-FILE
                       ACW-KEYED-FILE
                       LST-KEYED-FILE.
380908
           GOBACK.

       LOAD-COLLECTOR.
      *    AN ASSIGNMENT SETS WHICHEVER OF MANAGER, REP AND PHONE
      *    IT CARRIES; A DROP RETURNS THE ACCOUNT TO THE UNASSIGNED
      *    LIST
           READ ASGTRAN-FILE INTO WK-ASGTRAN-REC
               AT END MOVE 'Y'         TO WK-ASG-EOF
           END-READ.
           IF WK-ASG-EOF = 'Y'
               GO TO LOAD-COLLECTOR-EXIT
           END-IF.
           ADD 1                       TO WK-ASG-CNT.
           IF ASG-ACCT-NBR NOT NUMERIC
           OR ASG-ACCT-NBR = ZEROS
           OR ASG-ACTION NOT = 'A' AND 'D'
               DISPLAY 'ASSIGNMENT ENTRY REJECTED ' WK-ASGTRAN-REC
               ADD 1                   TO WK-ASG-REJ-CNT
               GO TO LOAD-COLLECTOR-EXIT
           END-IF.
           IF ASG-ACTION = 'A'
           AND ASG-CREDIT-MGR = SPACES
           AND ASG-CREDIT-REP = SPACES
           AND ASG-PHONE = SPACES
               DISPLAY 'ASSIGNMENT ENTRY REJECTED ' WK-ASGTRAN-REC
               ADD 1                   TO WK-ASG-REJ-CNT
               GO TO LOAD-COLLECTOR-EXIT
           END-IF.

           MOVE ASG-ACCT-NBR           TO CLA-ACCT-NBR.
           READ COLLACCT-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-CLA-FOUND
                   MOVE SPACES         TO CLA-CREDIT-MGR
                                          CLA-CREDIT-REP
                                          CLA-PHONE
                   MOVE ZEROS          TO CLA-LAST-DATE
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-CLA-FOUND
           END-READ.
           IF ASG-ACTION = 'D'
               IF WK-CLA-FOUND = 'Y'
                   DELETE COLLACCT-FILE
                   ADD 1               TO WK-CLA-UPD-CNT
               END-IF
               GO TO LOAD-COLLECTOR-EXIT
           END-IF.
           MOVE 'N'                    TO WK-CLA-CHANGED.
           IF ASG-CREDIT-MGR NOT = SPACES
           AND ASG-CREDIT-MGR NOT = CLA-CREDIT-MGR
               MOVE ASG-CREDIT-MGR     TO CLA-CREDIT-MGR
               MOVE 'Y'                TO WK-CLA-CHANGED
           END-IF.
           IF ASG-CREDIT-REP NOT = SPACES
           AND ASG-CREDIT-REP NOT = CLA-CREDIT-REP
               MOVE ASG-CREDIT-REP     TO CLA-CREDIT-REP
               MOVE 'Y'                TO WK-CLA-CHANGED
           END-IF.
           IF ASG-PHONE NOT = SPACES
           AND ASG-PHONE NOT = CLA-PHONE
               MOVE ASG-PHONE          TO CLA-PHONE
               MOVE 'Y'                TO WK-CLA-CHANGED
           END-IF.
           IF WK-CLA-CHANGED = 'N'
               GO TO LOAD-COLLECTOR-EXIT
           END-IF.

           MOVE WK-AS-OF-DATE          TO CLA-LAST-DATE.
           IF WK-CLA-FOUND = 'Y'
               REWRITE CLA-REC
           ELSE
               WRITE CLA-REC
           END-IF.
           ADD 1                       TO WK-CLA-UPD-CNT.

       LOAD-COLLECTOR-EXIT.
           EXIT.

       AGE-ONE-ITEM.
           READ OPNITEM-FILE NEXT
               AT END MOVE 'Y'         TO WK-OPIT-EOF
           END-READ.
           IF WK-OPIT-EOF = 'Y'
               GO TO AGE-ONE-ITEM-EXIT
           END-IF.
           IF OPIT-STATUS = 'C' OR 'R'
           OR OPIT-OPEN-AMT = 0
               GO TO AGE-ONE-ITEM-EXIT
           END-IF.
           ADD 1                       TO WK-OPIT-CNT.

           MOVE OPIT-AGY-NBR           TO ACWK-ACCT-NBR.
           PERFORM GET-ACW-REC
              THRU GET-ACW-REC-EXIT.

      *    SAME BUCKETS AS THE MONTHLY STATEMENT (AMFARSTM)
           IF OPIT-DOC-DATE NUMERIC AND OPIT-DOC-DATE > 19000000
               COMPUTE WK-DOC-DAYS =
                   FUNCTION INTEGER-OF-DATE (OPIT-DOC-DATE)
               COMPUTE WK-AGE-DAYS = WK-AS-OF-DAYS - WK-DOC-DAYS
           ELSE
               MOVE 0                  TO WK-AGE-DAYS
           END-IF.
           IF WK-AGE-DAYS > 90
               ADD OPIT-OPEN-AMT       TO ACWK-AGE-90
               MOVE 4                  TO WK-AGE-RANK
           ELSE
           IF WK-AGE-DAYS > 60
               ADD OPIT-OPEN-AMT       TO ACWK-AGE-60
               MOVE 3                  TO WK-AGE-RANK
           ELSE
           IF WK-AGE-DAYS > 30
               ADD OPIT-OPEN-AMT       TO ACWK-AGE-30
               MOVE 2                  TO WK-AGE-RANK
           ELSE
               ADD OPIT-OPEN-AMT       TO ACWK-AGE-CURR
               MOVE 1                  TO WK-AGE-RANK
           END-IF
           END-IF
           END-IF.
      *    THE OLDEST BUCKET IS THE OLDEST ITEM ACTUALLY OWED -
      *    UNAPPLIED CASH DOES NOT MAKE A BUCKET OLD
           IF OPIT-OPEN-AMT > 0
           AND WK-AGE-RANK > ACWK-OLDEST-RANK
               MOVE WK-AGE-RANK        TO ACWK-OLDEST-RANK
           END-IF.

      *    A DECLINE OR CHARGEBACK REOPENED THE ITEM AND NOTHING
      *    HAS TOUCHED IT SINCE
           IF OPIT-LAST-ACT = 'DC' OR 'CB'
               IF OPIT-LAST-DATE NUMERIC
               AND OPIT-LAST-DATE > 19000000
                   COMPUTE WK-DOC-DAYS =
                       FUNCTION INTEGER-OF-DATE (OPIT-LAST-DATE)
                   IF WK-AS-OF-DAYS - WK-DOC-DAYS NOT > WK-DCB-DAYS
                       ADD 1           TO ACWK-DCB-CNT
                       ADD OPIT-OPEN-AMT
                                       TO ACWK-DCB-AMT
                   END-IF
               END-IF
           END-IF.
           PERFORM PUT-ACW-REC
              THRU PUT-ACW-REC-EXIT.

       AGE-ONE-ITEM-EXIT.
           EXIT.

       LOAD-LOCKBOX-EXC.
      *    HEADING AND BATCH LINES HAVE NO INVOICE NUMBER; CASH THAT
      *    POSTED AS A PARTIAL OR ON ACCOUNT IS NOT AN EXCEPTION
           READ LBXEXC-FILE INTO WK-LBXEXC-LINE
               AT END MOVE 'Y'         TO WK-LBX-EOF
           END-READ.
           IF WK-LBX-EOF = 'Y'
               GO TO LOAD-LOCKBOX-EXC-EXIT
           END-IF.
           IF LXE-INVC-NBR NOT NUMERIC
           OR LXE-POSTED NOT = 'N'
               GO TO LOAD-LOCKBOX-EXC-EXIT
           END-IF.
           ADD 1                       TO WK-LBX-CNT.
           MOVE LXE-REMIT-AMT          TO WK-LBX-AMT.

      *    CASH FOR A DOCUMENT WE KNOW GOES TO ITS BILLED ACCOUNT;
      *    UNIDENTIFIED CASH LISTS UNDER ACCOUNT ZERO
           MOVE ZEROS                  TO WK-ACCT-NBR.
           IF LXE-INVC-NBR NOT = ZEROS
               MOVE 'I'                TO OPIT-DOC-TYPE
               MOVE LXE-INVC-NBR       TO OPIT-DOC-NBR
               MOVE ZEROS              TO OPIT-DOC-SEQ
               READ OPNITEM-FILE
                   NOT INVALID KEY
                       MOVE OPIT-AGY-NBR TO WK-ACCT-NBR
               END-READ
           END-IF.

           MOVE WK-ACCT-NBR            TO ACWK-ACCT-NBR.
           PERFORM GET-ACW-REC
              THRU GET-ACW-REC-EXIT.
           ADD 1                       TO ACWK-LBX-CNT.
           ADD WK-LBX-AMT              TO ACWK-LBX-AMT.
           PERFORM PUT-ACW-REC
              THRU PUT-ACW-REC-EXIT.

       LOAD-LOCKBOX-EXC-EXIT.
           EXIT.

       APPLY-FOLLOW-UP.
           READ FUPTRAN-FILE INTO WK-FUPTRAN-REC
               AT END MOVE 'Y'         TO WK-FTR-EOF
           END-READ.
           IF WK-FTR-EOF = 'Y'
               GO TO APPLY-FOLLOW-UP-EXIT
           END-IF.
           ADD 1                       TO WK-FTR-CNT.

           IF FTR-ACCT-NBR NOT NUMERIC
           OR FTR-ACTION NOT = 'P' AND 'N' AND 'C'
               DISPLAY 'FOLLOW-UP ENTRY REJECTED ' WK-FUPTRAN-REC
               ADD 1                   TO WK-FTR-REJ-CNT
               GO TO APPLY-FOLLOW-UP-EXIT
           END-IF.
           IF FTR-ACTION = 'P'
               IF FTR-PROMISE-DATE NOT NUMERIC
               OR FTR-PROMISE-DATE < WK-AS-OF-DATE
               OR FTR-PROMISE-AMT NOT NUMERIC
               OR FTR-PROMISE-AMT NOT > 0
                   DISPLAY 'PROMISE REJECTED ' WK-FUPTRAN-REC
                   ADD 1               TO WK-FTR-REJ-CNT
                   GO TO APPLY-FOLLOW-UP-EXIT
               END-IF
           END-IF.

           MOVE FTR-ACCT-NBR           TO FUP-ACCT-NBR.
           READ COLLFUP-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-FUP-FOUND
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-FUP-FOUND
           END-READ.

           IF FTR-ACTION = 'C'
               IF WK-FUP-FOUND = 'Y'
                   DELETE COLLFUP-FILE
               END-IF
               GO TO APPLY-FOLLOW-UP-EXIT
           END-IF.

           IF WK-FUP-FOUND = 'N'
               MOVE FTR-ACCT-NBR       TO FUP-ACCT-NBR
               MOVE 'N'                TO FUP-STATUS
               MOVE ZEROS              TO FUP-PROMISE-DATE
                                          FUP-PROMISE-AMT
                                          FUP-BASE-PAST-DUE
                                          FUP-RESULT-DATE
           END-IF.
           IF FTR-ACTION = 'P'
      *        THE PROMISE IS KEPT WHEN THE PAST DUE COMES DOWN BY AT
      *        LEAST THE PROMISED AMOUNT FROM WHERE IT STANDS TODAY
               MOVE FTR-ACCT-NBR       TO ACWK-ACCT-NBR
               PERFORM GET-ACW-REC
                  THRU GET-ACW-REC-EXIT
               COMPUTE FUP-BASE-PAST-DUE = ACWK-AGE-30
                                         + ACWK-AGE-60
                                         + ACWK-AGE-90
               MOVE 'P'                TO FUP-STATUS
               MOVE FTR-PROMISE-DATE   TO FUP-PROMISE-DATE
               MOVE FTR-PROMISE-AMT    TO FUP-PROMISE-AMT
               MOVE ZEROS              TO FUP-RESULT-DATE
           END-IF.
           MOVE WK-AS-OF-DATE          TO FUP-ENTER-DATE.
           MOVE FTR-USER               TO FUP-USER.
           IF FTR-NOTE NOT = SPACES
               MOVE FTR-NOTE           TO FUP-NOTE
           END-IF.
           IF WK-FUP-FOUND = 'Y'
               REWRITE FUP-REC
           ELSE
               WRITE FUP-REC
           END-IF.

       APPLY-FOLLOW-UP-EXIT.
           EXIT.

       CHECK-ONE-PROMISE.
           READ COLLFUP-FILE NEXT
               AT END MOVE 'Y'         TO WK-FUP-EOF
           END-READ.
           IF WK-FUP-EOF = 'Y'
               GO TO CHECK-ONE-PROMISE-EXIT
           END-IF.
           IF FUP-STATUS NOT = 'P'
           OR FUP-PROMISE-DATE NOT < WK-AS-OF-DATE
               GO TO CHECK-ONE-PROMISE-EXIT
           END-IF.

           MOVE FUP-ACCT-NBR           TO ACWK-ACCT-NBR.
           READ ACW-KEYED-FILE
               INVALID KEY
                   MOVE ZEROS          TO WK-PAST-DUE
               NOT INVALID KEY
                   COMPUTE WK-PAST-DUE = ACWK-AGE-30
                                       + ACWK-AGE-60
                                       + ACWK-AGE-90
           END-READ.
           IF WK-PAST-DUE > 0
           AND WK-PAST-DUE > FUP-BASE-PAST-DUE - FUP-PROMISE-AMT
               MOVE 'B'                TO FUP-STATUS
               ADD 1                   TO WK-BROKEN-CNT
           ELSE
               MOVE 'K'                TO FUP-STATUS
               ADD 1                   TO WK-KEPT-CNT
           END-IF.
           MOVE WK-AS-OF-DATE          TO FUP-RESULT-DATE.
           REWRITE FUP-REC.

       CHECK-ONE-PROMISE-EXIT.
           EXIT.

       BUILD-ONE-ENTRY.
           READ ACW-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-ACW-EOF
           END-READ.
           IF WK-ACW-EOF = 'Y'
               GO TO BUILD-ONE-ENTRY-EXIT
           END-IF.

           COMPUTE WK-PAST-DUE = ACWK-AGE-30 + ACWK-AGE-60
                               + ACWK-AGE-90.
           MOVE ACWK-ACCT-NBR          TO FUP-ACCT-NBR.
           READ COLLFUP-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-FUP-FOUND
                   MOVE SPACES         TO FUP-STATUS
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-FUP-FOUND
           END-READ.
      *    NOTHING TO CHASE - CURRENT OR CREDIT BALANCE, NO OPEN
      *    DECLINES, NO STUCK CASH, NO BROKEN PROMISE
           IF WK-PAST-DUE NOT > 0
           AND ACWK-DCB-CNT = 0
           AND ACWK-LBX-CNT = 0
           AND FUP-STATUS NOT = 'B'
               GO TO BUILD-ONE-ENTRY-EXIT
           END-IF.

           MOVE ACWK-ACCT-NBR          TO CLA-ACCT-NBR.
           READ COLLACCT-FILE
               INVALID KEY
                   MOVE SPACES         TO CLA-CREDIT-MGR
                                          CLA-CREDIT-REP
                                          CLA-PHONE
           END-READ.
           MOVE SPACES                 TO LSTK-REC.
           MOVE CLA-CREDIT-MGR         TO LSTK-CREDIT-MGR.
           MOVE CLA-CREDIT-REP         TO LSTK-CREDIT-REP.
           IF LSTK-CREDIT-MGR = SPACES
               MOVE '*UNASSIGNED*'     TO LSTK-CREDIT-MGR
           END-IF.
           IF LSTK-CREDIT-REP = SPACES
               MOVE '*UNASSIGNED*'     TO LSTK-CREDIT-REP
           END-IF.
           IF FUP-STATUS = 'B'
               MOVE '1'                TO LSTK-PRIORITY
           ELSE
               MOVE '2'                TO LSTK-PRIORITY
           END-IF.
      *    DESCENDING WITHIN THE KEY - OLDEST BUCKET, THEN LARGEST
      *    PAST DUE, LIST FIRST
           COMPUTE LSTK-AGE-RANK = 9 - ACWK-OLDEST-RANK.
           IF WK-PAST-DUE > 0
               COMPUTE LSTK-DUE-INV = 99999999999.99 - WK-PAST-DUE
           ELSE
               MOVE 99999999999.99     TO LSTK-DUE-INV
           END-IF.
           MOVE ACWK-ACCT-NBR          TO LSTK-ACCT-NBR.

           MOVE ZEROS                  TO LSTK-PAR-NBR.
           IF ACWK-ACCT-NBR = ZEROS
               MOVE 'UNIDENTIFIED CASH'
                                       TO LSTK-NAME
           ELSE
               MOVE ACWK-ACCT-NBR      TO NAD-ACCT-NBR
               CALL 'GIT'             USING NAD-FILE NAD-REC IO-PKT
               IF STATUS-CODE NOT = 0
                   DISPLAY 'COLLECTION ACCT NOT ON NAD FILE '
                           ACWK-ACCT-NBR
                   MOVE 0 TO STATUS-CODE
                   MOVE SPACES         TO NAD-NAM1 (1)
                   MOVE 0              TO NAD-PAR-ACCT-NBR
                                          NAD-TEL-NBR
               END-IF
               MOVE NAD-NAM1 (1)       TO LSTK-NAME
               IF NAD-PAR-ACCT-NBR NUMERIC
                   MOVE NAD-PAR-ACCT-NBR
                                       TO LSTK-PAR-NBR
               END-IF
               IF CLA-PHONE = SPACES
               AND NAD-TEL-NBR NOT = 0
                   MOVE NAD-TEL-NBR    TO WK-TEL-NBR
                   MOVE WK-TEL-NBR     TO CLA-PHONE
               END-IF
           END-IF.
           MOVE CLA-PHONE              TO LSTK-PHONE.

           IF ACWK-OLDEST-RANK = 4
               MOVE '90+ '             TO LSTK-OLDEST
           ELSE
           IF ACWK-OLDEST-RANK = 3
               MOVE '61+ '             TO LSTK-OLDEST
           ELSE
           IF ACWK-OLDEST-RANK = 2
               MOVE '31+ '             TO LSTK-OLDEST
           ELSE
           IF ACWK-OLDEST-RANK = 1
               MOVE 'CURR'             TO LSTK-OLDEST
           ELSE
               MOVE SPACES             TO LSTK-OLDEST
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE WK-PAST-DUE            TO LSTK-PAST-DUE.
           MOVE ACWK-DCB-CNT           TO LSTK-DCB-CNT.
           MOVE ACWK-DCB-AMT           TO LSTK-DCB-AMT.
           MOVE ACWK-LBX-CNT           TO LSTK-LBX-CNT.
           MOVE ACWK-LBX-AMT           TO LSTK-LBX-AMT.
           MOVE ZEROS                  TO LSTK-PROMISE-DATE
                                          LSTK-PROMISE-AMT.
           IF WK-FUP-FOUND = 'Y'
               MOVE FUP-STATUS         TO LSTK-FUP-STATUS
               MOVE FUP-PROMISE-DATE   TO LSTK-PROMISE-DATE
               MOVE FUP-PROMISE-AMT    TO LSTK-PROMISE-AMT
               MOVE FUP-USER           TO LSTK-USER
               MOVE FUP-NOTE           TO LSTK-NOTE
           END-IF.
           WRITE LSTK-REC
               INVALID KEY
                   DISPLAY 'DUPLICATE CALL LIST KEY ' LSTK-ACCT-NBR
           END-WRITE.

       BUILD-ONE-ENTRY-EXIT.
           EXIT.

       PRINT-ONE-ENTRY.
           READ LST-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-LST-EOF
           END-READ.
           IF WK-LST-EOF = 'Y'
               GO TO PRINT-ONE-ENTRY-EXIT
           END-IF.

           IF LSTK-CREDIT-MGR NOT = WK-LAST-MGR
           OR LSTK-CREDIT-REP NOT = WK-LAST-REP
           OR WK-FIRST-GROUP = 'Y'
               IF WK-FIRST-GROUP = 'N'
                   PERFORM PRINT-GROUP-TOTAL
                      THRU PRINT-GROUP-TOTAL-EXIT
               END-IF
               MOVE 'N'                TO WK-FIRST-GROUP
               MOVE LSTK-CREDIT-MGR    TO WK-LAST-MGR
               MOVE LSTK-CREDIT-REP    TO WK-LAST-REP
               PERFORM WRITE-LIST-HEADING
           END-IF.

           MOVE SPACES                 TO WK-LIST-LINE.
           IF LSTK-PRIORITY = '1'
               MOVE 'BROKEN'           TO LSL-PRIORITY
               ADD 1                   TO WK-GRP-BROKEN
           END-IF.
           MOVE LSTK-ACCT-NBR          TO LSL-ACCT-NBR.
           MOVE LSTK-NAME              TO LSL-NAME.
           MOVE LSTK-PAR-NBR           TO LSL-PAR-NBR.
           MOVE LSTK-PHONE             TO LSL-PHONE.
           MOVE LSTK-OLDEST            TO LSL-OLDEST.
           MOVE LSTK-PAST-DUE          TO LSL-PAST-DUE.
           MOVE LSTK-DCB-CNT           TO LSL-DCB-CNT.
           MOVE LSTK-DCB-AMT           TO LSL-DCB-AMT.
           MOVE LSTK-LBX-CNT           TO LSL-LBX-CNT.
           MOVE LSTK-LBX-AMT           TO LSL-LBX-AMT.
           IF LSTK-PROMISE-DATE NOT = ZEROS
               MOVE LSTK-PROMISE-DATE  TO LSL-PROMISE-DATE
           END-IF.
           MOVE WK-LIST-LINE           TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

      *    THE FOLLOW-UP UNDER THE ACCOUNT - WHAT WAS PROMISED, WHO
      *    TOOK IT AND THE LAST NOTE
           IF LSTK-FUP-STATUS NOT = SPACES
               MOVE SPACES             TO WK-NOTE-LINE
               IF LSTK-FUP-STATUS = 'B'
                   MOVE 'BROKEN   '    TO NTL-LABEL
               ELSE
               IF LSTK-FUP-STATUS = 'P'
                   MOVE 'PROMISED '    TO NTL-LABEL
               ELSE
               IF LSTK-FUP-STATUS = 'K'
                   MOVE 'KEPT     '    TO NTL-LABEL
               ELSE
                   MOVE 'NOTE     '    TO NTL-LABEL
               END-IF
               END-IF
               END-IF
               IF LSTK-PROMISE-DATE NOT = ZEROS
                   MOVE LSTK-PROMISE-DATE
                                       TO NTL-PROMISE-DATE
                   MOVE LSTK-PROMISE-AMT
                                       TO NTL-PROMISE-AMT
               END-IF
               MOVE LSTK-USER          TO NTL-USER
               MOVE LSTK-NOTE          TO NTL-NOTE
               MOVE WK-NOTE-LINE       TO WK-RPT-LINE
               PERFORM PRINT-RPT-LINE
           END-IF.

           ADD 1                       TO WK-GRP-CNT
                                          WK-LIST-CNT.
           IF LSTK-PAST-DUE > 0
               ADD LSTK-PAST-DUE       TO WK-GRP-PAST-DUE
           END-IF.

       PRINT-ONE-ENTRY-EXIT.
           EXIT.

       PRINT-GROUP-TOTAL.
           PERFORM PRINT-BLANK-LINE.
           MOVE WK-GRP-CNT             TO WK-CNT-P.
           MOVE WK-GRP-PAST-DUE        TO WK-AMT-P.
           STRING 'ACCOUNTS TO CALL '  DELIMITED BY SIZE
                  WK-CNT-P             DELIMITED BY SIZE
                  '   TOTAL PAST DUE ' DELIMITED BY SIZE
                  WK-AMT-P             DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           MOVE WK-GRP-BROKEN          TO WK-CNT-P.
           MOVE 'BROKEN PROMISES'      TO WK-RPT-LINE (66:15).
           MOVE WK-CNT-P               TO WK-RPT-LINE (82:7).
           PERFORM PRINT-RPT-LINE.

           ADD WK-GRP-CNT              TO WK-GRD-CNT.
           ADD WK-GRP-BROKEN           TO WK-GRD-BROKEN.
           ADD WK-GRP-PAST-DUE         TO WK-GRD-PAST-DUE.
           INITIALIZE WK-GRP-TOTALS.

       PRINT-GROUP-TOTAL-EXIT.
           EXIT.

       PRINT-GRAND-TOTAL.
           PERFORM PRINT-BLANK-LINE 2 TIMES.
           MOVE WK-GRD-CNT             TO WK-CNT-P.
           MOVE WK-GRD-PAST-DUE        TO WK-AMT-P.
           STRING 'ALL COLLECTORS    '  DELIMITED BY SIZE
                  WK-CNT-P             DELIMITED BY SIZE
                  '   TOTAL PAST DUE ' DELIMITED BY SIZE
                  WK-AMT-P             DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           MOVE WK-GRD-BROKEN          TO WK-CNT-P.
           MOVE 'BROKEN PROMISES'      TO WK-RPT-LINE (66:15).
           MOVE WK-CNT-P               TO WK-RPT-LINE (82:7).
           PERFORM PRINT-RPT-LINE.

       PRINT-GRAND-TOTAL-EXIT.
           EXIT.

       WRITE-LIST-HEADING.
           PERFORM PRINT-BLANK-LINE 2 TIMES.
           MOVE SPACES                 TO WK-RPT-LINE.
           STRING 'COLLECTIONS CALL LIST AS OF '
                                       DELIMITED BY SIZE
                  WK-AS-OF-DATE        DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           STRING 'CREDIT MANAGER: '   DELIMITED BY SIZE
                  WK-LAST-MGR          DELIMITED BY SIZE
                  '   CREDIT REP: '    DELIMITED BY SIZE
                  WK-LAST-REP          DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.
           STRING '       ACCOUNT   NAME                    PARENT '
                  'PHONE                OLD       PAST DUE '
                  'DCB  DECL/CHGBACK LBX   LOCKBOX EXC PROMISE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.

       PRINT-RPT-LINE.
           MOVE WK-RPT-LINE            TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES                 TO WK-RPT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES                 TO REPORT-REC.
           WRITE REPORT-REC.

       GET-ACW-REC.
           READ ACW-KEYED-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-ACW-FOUND
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-ACW-FOUND
           END-READ.
           IF WK-ACW-FOUND = 'N'
               MOVE ZEROS              TO ACWK-AGE-CURR
                                          ACWK-AGE-30
                                          ACWK-AGE-60
                                          ACWK-AGE-90
                                          ACWK-OLDEST-RANK
                                          ACWK-DCB-CNT
                                          ACWK-DCB-AMT
                                          ACWK-LBX-CNT
                                          ACWK-LBX-AMT
           END-IF.

       GET-ACW-REC-EXIT.
           EXIT.

       PUT-ACW-REC.
           IF WK-ACW-FOUND = 'Y'
               REWRITE ACWK-REC
           ELSE
               WRITE ACWK-REC
           END-IF.

       PUT-ACW-REC-EXIT.
           EXIT.
