037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    09/01/26 - AL-01    new program - monthly stmts    *
      ***    10/15/26 - AL-02    age from open-item master      *
      ***    10/15/26 - AL-03    run-control ledger check       *
      ***    10/15/26 - AL-04    carry closing balance forward  *
      ***    10/15/26 - AL-05    require cycle on parm card     *
      ***    10/15/26 - AL-06    close ledger row on open error *
      ***********************************************************
      *    MONTHLY CONSOLIDATED STATEMENT OF ACCOUNT.  ROLLS UP *
      *    A MONTH OF INVOICE REGISTER ACTIVITY (THE INVREG     *
      *    FILE AMOFLPRG WRITES, ONE RECORD PER NINB DOCUMENT)  *
      *    PLUS THE MONTH'S A/R PAYMENTS AND THE OPEN-ITEM A/R  *
      *    MASTER (OPNITEM), AND PRINTS ONE STATEMENT PER       *
      *    BILLED (AGENCY) ACCOUNT: OPENING BALANCE, EACH       *
      *    INVOICE, EACH PAYMENT, CLOSING BALANCE AND THE       *
      *    CURRENT/30/60/90 BUCKETS.  ACCOUNTS ROLL UP TO THEIR *
      *    NAD-PAR-ACCT-NBR PARENT AND A CONSOLIDATED PARENT    *
      *    SUMMARY PRINTS BEHIND THE ACCOUNT STATEMENTS.        *
      *    ADDRESSED FROM THE SAME NAD NAME/ADDRESS DATA THE    *
      *    INVOICE PRINT USES.  AGING: EVERY ITEM STILL OPEN ON *
      *    THE MASTER IS BUCKETED BY DAYS FROM ITS DOCUMENT     *
      *    DATE TO THE PARM-CARD AS-OF DATE (DEFAULT TODAY); THE*
      *    CLOSING BALANCE IS THE SUM OF THE OPEN ITEMS.  THE   *
      *    OPENING BALANCE IS THE CLOSING BALANCE OF THE        *
      *    ACCOUNT'S PREVIOUS STATEMENT, KEPT ON THE STATEMENT  *
      *    BALANCE FILE (STMTBAL); A RERUN FOR THE SAME AS-OF   *
      *    DATE REUSES THAT STATEMENT'S OPENING BALANCE.  WHAT  *
      *    MOVED THE BALANCE BESIDES THE MONTH'S INVOICES AND   *
      *    PAYMENTS (CREDIT MEMOS, BACK-OUTS, CARD              *
      *    REINSTATEMENTS, CASH ON ACCOUNT) PRINTS AS OTHER     *
      *    ACTIVITY SO THE STATEMENT FOOTS.  AN ACCOUNT WITH NO *
      *    PREVIOUS STATEMENT OPENS AT THE CLOSING BALANCE LESS *
      *    THE MONTH'S INVOICES PLUS ITS PAYMENTS.  AN ACCOUNT  *
      *    WHOSE PREVIOUS STATEMENT CLOSED WITH A BALANCE GETS  *
      *    A STATEMENT EVEN WITH NOTHING LEFT OPEN.             *
      *    THE STEP CHECKS IN WITH THE RUN-CONTROL LEDGER       *
      *    (AMFRCTL) FOR THE BILLING CYCLE ON THE PARM CARD AND *
      *    IS REFUSED UNTIL THE CYCLE'S CASH (AMFARLBX) AND CARD*
      *    RESPONSE (AMFCCRSP) STEPS HAVE COMPLETED, WHEN THE   *
      *    CYCLE WAS BACKED OUT, OR WHEN THE SAME REGISTER AND  *
      *    PAYMENTS WERE ALREADY STATEMENTED, UNLESS THE PARM   *
      *    CARD OVERRIDE IS SET.                                *
      *    THE PARM CARD MUST NAME THE CYCLE; A CARD WITHOUT ONE*
      *    IS REFUSED RATHER THAN RUN UNDER TODAY'S DATE.       *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-FILE    ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPNITEM-FILE    ASSIGN TO OPNITEM
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS OPIT-KEY
                      FILE STATUS  IS OPIT-STATUS-CODE.
           SELECT STATEMENT-FILE  ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUM-KEYED-FILE  ASSIGN TO SYS010
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DTLK-KEY
                      FILE STATUS  IS DTLK-STATUS-CODE.
           SELECT SBAL-FILE       ASSIGN TO STMTBAL
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SBAL-ACCT-NBR
                      FILE STATUS  IS SBAL-STATUS-CODE.
           SELECT PAR-KEYED-FILE  ASSIGN TO SYS012
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
       FD  PAYMENT-FILE           COPY AMZFSEL.
       01  PAYMENT-REC                 PIC X(80).

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

       FD  STATEMENT-FILE         COPY AMZFSEL.
       01  STATEMENT-REC               PIC X(133).
       FD  SUM-KEYED-FILE         COPY AMZFSEL.
       01  SUMK-REC.
           05  SUMK-ACCT-NBR           PIC 9(09).
           05  SUMK-INVC-CNT           PIC 9(05).
           05  SUMK-INVC-AMT           PIC S9(09)V99.
           05  SUMK-PAY-CNT            PIC 9(05).
           05  SUMK-AGE-30             PIC S9(09)V99.
           05  SUMK-AGE-60             PIC S9(09)V99.
           05  SUMK-AGE-90             PIC S9(09)V99.
           05  SUMK-CLOSE-BAL          PIC S9(09)V99.

       FD  DTL-KEYED-FILE         COPY AMZFSEL.
       01  DTLK-REC.
           05  DTLK-DATE               PIC 9(08).
           05  DTLK-AMT                PIC S9(09)V99.

      *    STATEMENT BALANCES - ONE ROW PER BILLED ACCOUNT, THE
      *    OPENING AND CLOSING BALANCE OF ITS LAST STATEMENT
       FD  SBAL-FILE              COPY AMZFSEL.
       01  SBAL-REC.
           05  SBAL-ACCT-NBR           PIC 9(09).
           05  SBAL-AS-OF-DATE         PIC 9(08).
           05  SBAL-OPEN-BAL           PIC S9(11)V99.
           05  SBAL-CLOSE-BAL          PIC S9(11)V99.
           05  FILLER                  PIC X(20).

       FD  PAR-KEYED-FILE         COPY AMZFSEL.
       01  PARK-REC.
           05  PARK-ACCT-NBR           PIC 9(09).
           05  PARK-OPEN-BAL           PIC S9(11)V99.
           05  PARK-INVC-AMT           PIC S9(11)V99.
           05  PARK-PAY-AMT            PIC S9(11)V99.
           05  PARK-OTH-AMT            PIC S9(11)V99.
           05  PARK-CLOSE-BAL          PIC S9(11)V99.
           05  PARK-AGE-CURR           PIC S9(11)V99.
           05  PARK-AGE-30             PIC S9(11)V99.
           05  PAY-AMT                 PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.

       01  PARM-CARD.
           05  PARM-AS-OF-DATE         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE SPACES.
      *    COLUMNS 41-53 - BILLING CYCLE AND OVERRIDE FOR THE
      *    RUN-CONTROL LEDGER (AMFRCTL)
           05  PARM-RUN-DATE           PIC X(08) VALUE SPACES.
           05  PARM-RUN-TYPE           PIC X(01) VALUE SPACES.
           05  PARM-RUN-ORG            PIC X(03) VALUE SPACES.
           05  PARM-RC-OVERRIDE        PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(27) VALUE SPACES.

018316 01  NAD-REC.                    COPY AMZRNAD.
018317/
018331 01  IO-PKT.                     COPY AMZWIOP.
       01  RCTL-AREA.                  COPY AMZWRCTL.
018332/
       01  WK-REG-EOF                  PIC X(01) VALUE 'N'.
       01  WK-PAY-EOF                  PIC X(01) VALUE 'N'.
       01  WK-OPIT-EOF                 PIC X(01) VALUE 'N'.
       01  WK-SBAL-EOF                 PIC X(01) VALUE 'N'.
       01  WK-SBAL-FOUND               PIC X(01) VALUE 'N'.
       01  WK-SUM-EOF                  PIC X(01) VALUE 'N'.
       01  WK-DTL-EOF                  PIC X(01) VALUE 'N'.
       01  WK-PAR-EOF                  PIC X(01) VALUE 'N'.
       01  WK-SUM-FOUND                PIC X(01) VALUE 'N'.
       01  WK-DTL-SEQ                  PIC 9(07) VALUE 0.
       01  WK-STMT-CNT                 PIC 9(09) VALUE 0.
       01  WK-STMT-BAL-TOT             PIC S9(13)V99 VALUE +0.
       01  WK-PAR-STMT-CNT             PIC 9(09) VALUE 0.
       01  WK-REG-CNT                  PIC 9(09) VALUE 0.
       01  WK-PAY-CNT                  PIC 9(09) VALUE 0.
       01  WK-OPIT-CNT                 PIC 9(09) VALUE 0.
       01  WK-SBAL-CNT                 PIC 9(09) VALUE 0.
       01  WK-NEW-SBAL-CNT             PIC 9(09) VALUE 0.
       01  WK-AS-OF-DATE               PIC 9(08) VALUE 0.
       01  WK-AS-OF-DAYS               PIC S9(09) VALUE +0.
       01  WK-DOC-DAYS                 PIC S9(09) VALUE +0.
       01  WK-AGE-DAYS                 PIC S9(09) VALUE +0.
       01  WK-OPEN-BAL                 PIC S9(11)V99 VALUE +0.
       01  WK-OTH-AMT                  PIC S9(11)V99 VALUE +0.
       01  WK-PAR-NBR                  PIC 9(09) VALUE 0.
       01  WK-CLOSE-BAL                PIC S9(11)V99 VALUE +0.

       01  WK-AMT-P                    PIC ZZZ,ZZZ,ZZ9.99CR.
       01  WK-AMT-P2                   PIC ZZZ,ZZZ,ZZ9.99CR.
       01  SUMK-STATUS-CODE            PIC X(02).
       01  DTLK-STATUS-CODE            PIC X(02).
       01  PARK-STATUS-CODE            PIC X(02).
       01  OPIT-STATUS-CODE            PIC X(02).
       01  SBAL-STATUS-CODE            PIC X(02).
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
                       PAYMENT-FILE
                       OPNITEM-FILE.
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
022800     OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT SUM-KEYED-FILE.
           CLOSE       SUM-KEYED-FILE.
           OPEN OUTPUT PAR-KEYED-FILE.
           CLOSE       PAR-KEYED-FILE.
           OPEN I-O    PAR-KEYED-FILE.
      *    THE STATEMENT BALANCES PERSIST ACROSS RUNS - CREATED ON
      *    FIRST USE
           OPEN I-O    SBAL-FILE.
           IF SBAL-STATUS-CODE = '35'
               OPEN OUTPUT SBAL-FILE
               CLOSE       SBAL-FILE
               OPEN I-O    SBAL-FILE
           END-IF.
           IF SBAL-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== STATEMENT BALANCE FILE OPEN FAILED ==='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' SBAL-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               PERFORM CLOSE-RUN-CONTROL
                  THRU CLOSE-RUN-CONTROL-EXIT
               GOBACK
           END-IF.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

      *    AGING IS AS OF THE PARM-CARD DATE (CCYYMMDD), DEFAULT
      *    TODAY - MONTH-END STATEMENTS RUN LATE AGE AS OF MONTH-END
           IF PARM-AS-OF-DATE NUMERIC
               MOVE PARM-AS-OF-DATE    TO WK-AS-OF-DATE
           ELSE
               ACCEPT WK-AS-OF-DATE    FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WK-AS-OF-DAYS =
               FUNCTION INTEGER-OF-DATE (WK-AS-OF-DATE).
           DISPLAY 'STATEMENTS AGED AS OF  ' WK-AS-OF-DATE.

           MOVE LOW-VALUES             TO OPIT-KEY.
           START OPNITEM-FILE KEY NOT < OPIT-KEY
               INVALID KEY MOVE 'Y'    TO WK-OPIT-EOF
           END-START.
           PERFORM LOAD-OPEN-ITEMS
              THRU LOAD-OPEN-ITEMS-EXIT
               UNTIL WK-OPIT-EOF = 'Y'.
           PERFORM LOAD-REGISTER
              THRU LOAD-REGISTER-EXIT
               UNTIL WK-REG-EOF = 'Y'.
           PERFORM LOAD-PAYMENTS
              THRU LOAD-PAYMENTS-EXIT
               UNTIL WK-PAY-EOF = 'Y'.
           MOVE ZEROS                  TO SBAL-ACCT-NBR.
           START SBAL-FILE KEY NOT < SBAL-ACCT-NBR
               INVALID KEY MOVE 'Y'    TO WK-SBAL-EOF
           END-START.
           PERFORM LOAD-PRIOR-BALANCE
              THRU LOAD-PRIOR-BALANCE-EXIT
               UNTIL WK-SBAL-EOF = 'Y'.

           DISPLAY 'OPEN ITEMS AGED:       ' WK-OPIT-CNT.
           DISPLAY 'REGISTER RECORDS:      ' WK-REG-CNT.
           DISPLAY 'PAYMENT RECORDS:       ' WK-PAY-CNT.
           DISPLAY 'PRIOR BALANCES READ:   ' WK-SBAL-CNT.

      *    ONE STATEMENT PER BILLED ACCOUNT, IN ACCOUNT ORDER
           MOVE ZEROS                  TO SUMK-ACCT-NBR.
              THRU PRINT-PARENT-SUMMARY-EXIT
               UNTIL WK-PAR-EOF = 'Y'.

           MOVE WK-STMT-CNT            TO RCTL-OUT-CNT.
           MOVE WK-STMT-BAL-TOT        TO RCTL-OUT-AMT.
           PERFORM CLOSE-RUN-CONTROL
              THRU CLOSE-RUN-CONTROL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'ACCOUNT STATEMENTS:    ' WK-STMT-CNT.
           DISPLAY 'PARENT SUMMARIES:      ' WK-PAR-STMT-CNT.
           DISPLAY 'FIRST STATEMENTS:      ' WK-NEW-SBAL-CNT.

           CLOSE       INVREG-FILE
                       PAYMENT-FILE
                       OPNITEM-FILE
                       STATEMENT-FILE
                       SUM-KEYED-FILE
                       DTL-KEYED-FILE
                       PAR-KEYED-FILE
                       SBAL-FILE.
380908
           GOBACK.

       LOAD-OPEN-ITEMS.
           READ OPNITEM-FILE NEXT
               AT END MOVE 'Y'         TO WK-OPIT-EOF
           END-READ.
           IF WK-OPIT-EOF = 'Y'
               GO TO LOAD-OPEN-ITEMS-EXIT
           END-IF.
      *    CLOSED AND REVERSED ITEMS CARRY NOTHING
           IF OPIT-STATUS = 'C' OR 'R'
           OR OPIT-OPEN-AMT = 0
               GO TO LOAD-OPEN-ITEMS-EXIT
           END-IF.
           ADD 1                       TO WK-OPIT-CNT.

           MOVE OPIT-AGY-NBR           TO SUMK-ACCT-NBR.
           PERFORM GET-SUM-REC
              THRU GET-SUM-REC-EXIT.
           ADD OPIT-OPEN-AMT           TO SUMK-CLOSE-BAL.

      *    DAYS FROM THE DOCUMENT DATE - UNAPPLIED CASH AGES FROM
      *    THE DAY IT WAS PUT ON ACCOUNT, SO IT OFFSETS THE BUCKET
      *    IT ARRIVED IN
           IF OPIT-DOC-DATE NUMERIC AND OPIT-DOC-DATE > 19000000
               COMPUTE WK-DOC-DAYS =
                   FUNCTION INTEGER-OF-DATE (OPIT-DOC-DATE)
               COMPUTE WK-AGE-DAYS = WK-AS-OF-DAYS - WK-DOC-DAYS
           ELSE
               MOVE 0                  TO WK-AGE-DAYS
           END-IF.
           IF WK-AGE-DAYS > 90
               ADD OPIT-OPEN-AMT       TO SUMK-AGE-90
           ELSE
           IF WK-AGE-DAYS > 60
               ADD OPIT-OPEN-AMT       TO SUMK-AGE-60
           ELSE
           IF WK-AGE-DAYS > 30
               ADD OPIT-OPEN-AMT       TO SUMK-AGE-30
           ELSE
               ADD OPIT-OPEN-AMT       TO SUMK-AGE-CURR
           END-IF
           END-IF
           END-IF.
           PERFORM PUT-SUM-REC
              THRU PUT-SUM-REC-EXIT.

       LOAD-OPEN-ITEMS-EXIT.
           EXIT.

       LOAD-REGISTER.
              THRU GET-SUM-REC-EXIT.
           ADD 1                       TO SUMK-INVC-CNT.
      *    THE AMOUNT OWED ON THE DOCUMENT IS NET PLUS VAT
           ADD INVREG-NET-AMT          TO SUMK-INVC-AMT.
           ADD INVREG-VAT-AMT          TO SUMK-INVC-AMT.
           PERFORM PUT-SUM-REC
              THRU PUT-SUM-REC-EXIT.

       LOAD-PAYMENTS-EXIT.
           EXIT.

       LOAD-PRIOR-BALANCE.
      *    AN ACCOUNT THAT CLOSED LAST TIME WITH A BALANCE GETS A
      *    STATEMENT THIS TIME EVEN IF NOTHING IS LEFT OPEN - THE
      *    STATEMENT SHOWS WHERE THE BALANCE WENT
           READ SBAL-FILE NEXT
               AT END MOVE 'Y'         TO WK-SBAL-EOF
           END-READ.
           IF WK-SBAL-EOF = 'Y'
               GO TO LOAD-PRIOR-BALANCE-EXIT
           END-IF.
           ADD 1                       TO WK-SBAL-CNT.
           IF SBAL-CLOSE-BAL = ZEROS
           AND SBAL-AS-OF-DATE NOT = WK-AS-OF-DATE
               GO TO LOAD-PRIOR-BALANCE-EXIT
           END-IF.
           MOVE SBAL-ACCT-NBR          TO SUMK-ACCT-NBR.
           PERFORM GET-SUM-REC
              THRU GET-SUM-REC-EXIT.
           IF WK-SUM-FOUND = 'N'
               PERFORM PUT-SUM-REC
                  THRU PUT-SUM-REC-EXIT
           END-IF.

       LOAD-PRIOR-BALANCE-EXIT.
           EXIT.

       GET-SUM-REC.
           READ SUM-KEYED-FILE
               INVALID KEY
                   MOVE 'Y'            TO WK-SUM-FOUND
           END-READ.
           IF WK-SUM-FOUND = 'N'
               MOVE ZEROS              TO SUMK-INVC-CNT
                                          SUMK-INVC-AMT
                                          SUMK-PAY-CNT
                                          SUMK-PAY-AMT
                                          SUMK-AGE-30
                                          SUMK-AGE-60
                                          SUMK-AGE-90
                                          SUMK-CLOSE-BAL
           END-IF.

       GET-SUM-REC-EXIT.
               GO TO PRINT-ONE-STATEMENT-EXIT
           END-IF.

      *    THE OPEN ITEMS ARE THE CLOSING BALANCE - THE OPENING
      *    BALANCE IS WHERE THE PREVIOUS STATEMENT CLOSED
           MOVE SUMK-CLOSE-BAL         TO WK-CLOSE-BAL.
           PERFORM GET-OPENING-BALANCE
              THRU GET-OPENING-BALANCE-EXIT.
           COMPUTE WK-OTH-AMT = WK-CLOSE-BAL
                              - WK-OPEN-BAL
                              - SUMK-INVC-AMT
                              + SUMK-PAY-AMT.

           MOVE SUMK-ACCT-NBR          TO NAD-ACCT-NBR.
           CALL 'GIT'                 USING NAD-FILE NAD-REC IO-PKT.
           PERFORM PRINT-STMT-LINE.
           PERFORM PRINT-BLANK-STMT-LINE.

           MOVE WK-OPEN-BAL            TO WK-AMT-P.
           MOVE 'OPENING BALANCE'      TO WK-STMT-LINE.
           MOVE WK-AMT-P               TO WK-STMT-LINE (40:16).
           PERFORM PRINT-STMT-LINE.
           MOVE WK-AMT-P               TO WK-STMT-LINE (40:16).
           PERFORM PRINT-STMT-LINE.

           IF WK-OTH-AMT NOT = ZEROS
               MOVE WK-OTH-AMT         TO WK-AMT-P
               MOVE 'OTHER ACTIVITY'   TO WK-STMT-LINE
               MOVE WK-AMT-P           TO WK-STMT-LINE (40:16)
               PERFORM PRINT-STMT-LINE
           END-IF.

           MOVE WK-CLOSE-BAL           TO WK-AMT-P.
           MOVE 'CLOSING BALANCE'      TO WK-STMT-LINE.
           MOVE WK-AMT-P               TO WK-STMT-LINE (40:16).
           PERFORM PRINT-STMT-LINE.
           PERFORM PRINT-BLANK-STMT-LINE.

           MOVE SUMK-AGE-CURR          TO WK-AMT-P.
           MOVE SUMK-AGE-30            TO WK-AMT-P2.
           MOVE SUMK-AGE-60            TO WK-AMT-P3.
           MOVE SUMK-AGE-90            TO WK-AMT-P4.
           MOVE SPACES                 TO WK-STMT-LINE.
           STRING 'CURRENT '           DELIMITED BY SIZE
                  WK-AMT-P             DELIMITED BY SIZE
           PERFORM PRINT-STMT-LINE.

           ADD 1                       TO WK-STMT-CNT.
           ADD WK-CLOSE-BAL            TO WK-STMT-BAL-TOT.
           PERFORM ROLL-TO-PARENT
              THRU ROLL-TO-PARENT-EXIT.
           PERFORM PUT-STATEMENT-BALANCE
              THRU PUT-STATEMENT-BALANCE-EXIT.

       PRINT-ONE-STATEMENT-EXIT.
           EXIT.

       GET-OPENING-BALANCE.
      *    THE PREVIOUS STATEMENT'S CLOSING BALANCE - OR, ON A RERUN
      *    FOR THE SAME AS-OF DATE, THE OPENING BALANCE THAT RUN
      *    ALREADY USED
           MOVE SUMK-ACCT-NBR          TO SBAL-ACCT-NBR.
           READ SBAL-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-SBAL-FOUND
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-SBAL-FOUND
           END-READ.
           IF WK-SBAL-FOUND = 'N'
               COMPUTE WK-OPEN-BAL = SUMK-CLOSE-BAL
                                   - SUMK-INVC-AMT
                                   + SUMK-PAY-AMT
               ADD 1                   TO WK-NEW-SBAL-CNT
               GO TO GET-OPENING-BALANCE-EXIT
           END-IF.
           IF SBAL-AS-OF-DATE = WK-AS-OF-DATE
               MOVE SBAL-OPEN-BAL      TO WK-OPEN-BAL
           ELSE
               MOVE SBAL-CLOSE-BAL     TO WK-OPEN-BAL
           END-IF.

       GET-OPENING-BALANCE-EXIT.
           EXIT.

       PUT-STATEMENT-BALANCE.
           MOVE SUMK-ACCT-NBR          TO SBAL-ACCT-NBR.
           MOVE WK-AS-OF-DATE          TO SBAL-AS-OF-DATE.
           MOVE WK-OPEN-BAL            TO SBAL-OPEN-BAL.
           MOVE WK-CLOSE-BAL           TO SBAL-CLOSE-BAL.
           IF WK-SBAL-FOUND = 'Y'
               REWRITE SBAL-REC
           ELSE
               WRITE SBAL-REC
           END-IF.

       PUT-STATEMENT-BALANCE-EXIT.
           EXIT.

       PRINT-ACCT-DETAILS.
                                          PARK-OPEN-BAL
                                          PARK-INVC-AMT
                                          PARK-PAY-AMT
                                          PARK-OTH-AMT
                                          PARK-CLOSE-BAL
                                          PARK-AGE-CURR
                                          PARK-AGE-30
                                          PARK-AGE-60
                                          PARK-AGE-90
                   ADD 1               TO PARK-ACCT-CNT
                   ADD WK-OPEN-BAL     TO PARK-OPEN-BAL
                   ADD SUMK-INVC-AMT   TO PARK-INVC-AMT
                   ADD SUMK-PAY-AMT    TO PARK-PAY-AMT
                   ADD WK-OTH-AMT      TO PARK-OTH-AMT
                   ADD WK-CLOSE-BAL    TO PARK-CLOSE-BAL
                   ADD SUMK-AGE-CURR   TO PARK-AGE-CURR
                   ADD SUMK-AGE-30     TO PARK-AGE-30
                   ADD SUMK-AGE-60     TO PARK-AGE-60
                   ADD SUMK-AGE-90     TO PARK-AGE-90
                   WRITE PARK-REC
               NOT INVALID KEY
                   ADD 1               TO PARK-ACCT-CNT
                   ADD WK-OPEN-BAL     TO PARK-OPEN-BAL
                   ADD SUMK-INVC-AMT   TO PARK-INVC-AMT
                   ADD SUMK-PAY-AMT    TO PARK-PAY-AMT
                   ADD WK-OTH-AMT      TO PARK-OTH-AMT
                   ADD WK-CLOSE-BAL    TO PARK-CLOSE-BAL
                   ADD SUMK-AGE-CURR   TO PARK-AGE-CURR
                   ADD SUMK-AGE-30     TO PARK-AGE-30
                   ADD SUMK-AGE-60     TO PARK-AGE-60
                   ADD SUMK-AGE-90     TO PARK-AGE-90
                   REWRITE PARK-REC
           END-READ.

           MOVE 'TOTAL PAYMENTS'       TO WK-STMT-LINE.
           MOVE WK-AMT-P               TO WK-STMT-LINE (40:16).
           PERFORM PRINT-STMT-LINE.
           MOVE PARK-OTH-AMT           TO WK-AMT-P.
           MOVE 'OTHER ACTIVITY'       TO WK-STMT-LINE.
           MOVE WK-AMT-P               TO WK-STMT-LINE (40:16).
           PERFORM PRINT-STMT-LINE.
           MOVE PARK-CLOSE-BAL         TO WK-AMT-P.
           MOVE 'CLOSING BALANCE'      TO WK-STMT-LINE.
           MOVE WK-AMT-P               TO WK-STMT-LINE (40:16).
       PRINT-BLANK-STMT-LINE.
           MOVE SPACES                 TO STATEMENT-REC.
           WRITE STATEMENT-REC.

       CHECK-RUN-CONTROL.
      *    CHECK IN WITH THE RUN-CONTROL LEDGER.  THE INPUT IS
      *    COUNTED AND HASHED FIRST SO A FILE ALREADY PROCESSED IS
      *    TURNED AWAY BEFORE ANYTHING IS POSTED.
           INITIALIZE RCTL-AREA.
           MOVE 'I'                    TO RCTL-FUNCTION.
           MOVE 'AMFARSTM'             TO RCTL-STEP.
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
                       PAYMENT-FILE.
           PERFORM HASH-INPUT-REC
              THRU HASH-INPUT-REC-EXIT
               UNTIL WK-REG-EOF = 'Y'.
           PERFORM HASH-PAYMENT-REC
              THRU HASH-PAYMENT-REC-EXIT
               UNTIL WK-PAY-EOF = 'Y'.
           CLOSE       INVREG-FILE
                       PAYMENT-FILE.
           MOVE 'N'                    TO WK-REG-EOF
                                          WK-PAY-EOF.

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

       HASH-PAYMENT-REC.
           READ PAYMENT-FILE INTO WK-PAYMENT-REC
               AT END MOVE 'Y'         TO WK-PAY-EOF
           END-READ.
           IF WK-PAY-EOF = 'Y'
               GO TO HASH-PAYMENT-REC-EXIT
           END-IF.
           ADD 1                       TO RCTL-IN-CNT.
           ADD PAY-INVC-NBR            TO RCTL-IN-HASH.
           ADD PAY-AMT                 TO RCTL-IN-HASH.

       HASH-PAYMENT-REC-EXIT.
           EXIT.

       CLOSE-RUN-CONTROL.
      *    CHECK OUT WITH THE STEP'S OUTPUT TOTALS AND RETURN CODE
           MOVE 'O'                    TO RCTL-FUNCTION.
           MOVE RETURN-CODE            TO RCTL-STEP-RC.
           CALL 'AMFRCTL'              USING RCTL-AREA.
           MOVE RCTL-STEP-RC           TO RETURN-CODE.

       CLOSE-RUN-CONTROL-EXIT.
           EXIT.
