002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFBHOLD.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - held w.o. release*
      ***********************************************************
      *    BILLING DESK RELEASE OF HELD WORK ORDERS.  AMOFLPRG  *
      *    KEEPS EVERY WORK ORDER ITS COMMISSION (PARM-COMM-    *
      *    HOLD) OR RATE (PARM-RATE-HOLD) AUDIT HOLDS ON THE    *
      *    PERSISTENT HELD WORK-ORDER FILE (WOHOLD).  THIS STEP *
      *    READS THE DESK'S DECISIONS - ONE PER JOB NUMBER:     *
      *      A - APPROVED  (VARIANCE ACCEPTED, BILL AS IS)      *
      *      C - CORRECTED (WORK ORDER FIXED, BILL IF IT NOW    *
      *          PASSES THE AUDIT)                              *
      *      V - VOIDED    (NEVER BILL)                         *
      *    AND UPDATES THE HOLD FILE.  APPROVED AND CORRECTED   *
      *    ORDERS ARE WRITTEN TO A RELEASE SELECT LIST IN THE   *
      *    PRM-FILE (SEL3-REC) FORMAT FOR THE NEXT CYCLE.  THE  *
      *    REPORT LISTS EACH DECISION APPLIED OR REJECTED, THEN *
      *    AGES THE HELD-BUT-UNBILLED DOLLARS BY REASON AND     *
      *    ACCOUNT FROM THE DATE EACH ORDER WAS FIRST HELD.     *
      *    RUN ONCE AGAINST EACH PARTITION'S HOLD FILE ON A     *
      *    PARTITIONED CYCLE.                                   *
      ***********************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.                AMZMCMPS.
003700 OBJECT-COMPUTER.                AMZMCMPO.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004001     SELECT DESK-FILE       ASSIGN TO SYS008
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-FILE    ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE     ASSIGN TO SYS005
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE       ASSIGN TO WOHOLD
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HOLD-JOB-NBR
                      FILE STATUS  IS HOLD-STATUS-CODE.
           SELECT AGE-KEYED-FILE  ASSIGN TO SYS011
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS AGEK-KEY
                      FILE STATUS  IS AGEK-STATUS-CODE.

004200/
004300 DATA DIVISION.
004400 FILE SECTION.
004701 FD  DESK-FILE              COPY AMZFSEL.
004702 01  DESK-REC                    PIC X(80).

       FD  RELEASE-FILE           COPY AMZFSEL.
       01  RELEASE-REC.
           03  sel3-rec.               copy amzrsel3.

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

       FD  HOLD-FILE              COPY AMZFSEL.
       01  HOLD-REC.
           05  HOLD-JOB-NBR            PIC 9(10).
           05  HOLD-ACCT-NBR           PIC 9(09).
           05  HOLD-AGY-NBR            PIC 9(09).
           05  HOLD-PUB                PIC X(04).
           05  HOLD-ISSUE              PIC 9(08).
           05  HOLD-REASON             PIC X(04).
           05  HOLD-COMM-EXP-AMT       PIC S9(09)V99.
           05  HOLD-COMM-ACT-AMT       PIC S9(09)V99.
           05  HOLD-RATE-EXP-AMT       PIC S9(09)V99.
           05  HOLD-RATE-ACT-AMT       PIC S9(09)V99.
           05  HOLD-WO-AMT             PIC S9(09)V99.
           05  HOLD-DATE               PIC 9(08).
           05  HOLD-LAST-DATE          PIC 9(08).
           05  HOLD-STATUS             PIC X(01).
           05  HOLD-ACTION-DATE        PIC 9(08).
           05  HOLD-ACTION-BY          PIC X(08).
           05  HOLD-NOTE               PIC X(40).
           05  HOLD-SEL-IMAGE          PIC X(80).

       FD  AGE-KEYED-FILE         COPY AMZFSEL.
       01  AGEK-REC.
           05  AGEK-KEY.
               10  AGEK-REASON         PIC X(04).
               10  AGEK-ACCT-NBR       PIC 9(09).
           05  AGEK-AGY-NBR            PIC 9(09).
           05  AGEK-CNT                PIC 9(05).
           05  AGEK-AMT-CURR           PIC S9(11)V99.
           05  AGEK-AMT-30             PIC S9(11)V99.
           05  AGEK-AMT-60             PIC S9(11)V99.
           05  AGEK-AMT-90             PIC S9(11)V99.
           05  AGEK-OLDEST             PIC 9(08).

008100/
008200 WORKING-STORAGE SECTION.

013902 01  PARM-CARD.
           05  PARM-AS-OF-DATE         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(72) VALUE SPACES.

      *    DESK DECISION - ONE PER HELD JOB NUMBER
       01  WK-DESK-REC.
           05  DSK-JOB-NBR             PIC 9(10).
           05  FILLER                  PIC X(01).
           05  DSK-ACTION              PIC X(01).
           05  FILLER                  PIC X(01).
           05  DSK-USER                PIC X(08).
           05  FILLER                  PIC X(01).
           05  DSK-DATE                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DSK-NOTE                PIC X(40).
           05  FILLER                  PIC X(09).

018331 01  IO-PKT.                     COPY AMZWIOP.
018332/
       01  WK-AS-OF-DATE               PIC 9(08) VALUE 0.
       01  WK-AS-OF-DAYS               PIC S9(09) VALUE +0.
       01  WK-HOLD-DAYS                PIC S9(09) VALUE +0.
       01  WK-AGE-DAYS                 PIC S9(09) VALUE +0.
       01  WK-DESK-EOF                 PIC X(01) VALUE 'N'.
       01  WK-HOLD-EOF                 PIC X(01) VALUE 'N'.
       01  WK-AGE-EOF                  PIC X(01) VALUE 'N'.
       01  WK-AGE-FOUND                PIC X(01) VALUE 'N'.
       01  WK-REJECT-REASON            PIC X(30) VALUE SPACE.
       01  WK-LAST-REASON              PIC X(04) VALUE SPACE.

       01  WK-DESK-CNT                 PIC 9(09) VALUE 0.
       01  WK-APPROVED-CNT             PIC 9(09) VALUE 0.
       01  WK-CORRECTED-CNT            PIC 9(09) VALUE 0.
       01  WK-VOIDED-CNT               PIC 9(09) VALUE 0.
       01  WK-REJECTED-CNT             PIC 9(09) VALUE 0.
       01  WK-RELEASE-CNT              PIC 9(09) VALUE 0.
       01  WK-HELD-CNT                 PIC 9(09) VALUE 0.
       01  WK-PENDING-CNT              PIC 9(09) VALUE 0.
       01  WK-PENDING-AMT              PIC S9(11)V99 VALUE +0.

      *    REASON SUBTOTALS AND GRAND TOTALS FOR THE AGED REPORT
       01  WK-RSN-TOTALS.
           05  WK-RSN-CNT              PIC 9(07) VALUE 0.
           05  WK-RSN-CURR             PIC S9(11)V99 VALUE +0.
           05  WK-RSN-30               PIC S9(11)V99 VALUE +0.
           05  WK-RSN-60               PIC S9(11)V99 VALUE +0.
           05  WK-RSN-90               PIC S9(11)V99 VALUE +0.
       01  WK-GRD-TOTALS.
           05  WK-GRD-CNT              PIC 9(07) VALUE 0.
           05  WK-GRD-CURR             PIC S9(11)V99 VALUE +0.
           05  WK-GRD-30               PIC S9(11)V99 VALUE +0.
           05  WK-GRD-60               PIC S9(11)V99 VALUE +0.
           05  WK-GRD-90               PIC S9(11)V99 VALUE +0.
       01  WK-LINE-TOT                 PIC S9(11)V99 VALUE +0.

       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.

       01  WK-ACTION-LINE.
           05  ACT-JOB-NBR             PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ACT-ACTION              PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ACT-USER                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ACT-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ACT-REASON              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ACT-AMT                 PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ACT-RESULT              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ACT-NOTE                PIC X(40).

       01  WK-AGE-LINE.
           05  AGL-REASON              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  AGL-ACCT-NBR            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  AGL-AGY-NBR             PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGL-CNT                 PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGL-AMT-CURR            PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGL-AMT-30              PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGL-AMT-60              PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGL-AMT-90              PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGL-AMT-TOT             PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGL-OLDEST              PIC 9(08).

       01  WORK-FIELDS.
           05  ARE-THERE-MORE-RECORDS      PIC X(2).
           05  INPUT-RECORD-COUNTER        PIC 9(09)  COMP-3  VALUE 0.
       01  HOLD-STATUS-CODE            PIC X(02).
       01  AGEK-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

           OPEN INPUT  DESK-FILE.
022800     OPEN OUTPUT RELEASE-FILE
                       REPORT-FILE.
           OPEN I-O    HOLD-FILE.
           IF HOLD-STATUS-CODE = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE       HOLD-FILE
               OPEN I-O    HOLD-FILE
           END-IF.
           IF HOLD-STATUS-CODE NOT = '00'
               DISPLAY '========================================='
               DISPLAY '== HELD WORK-ORDER FILE OPEN FAILED ====='
               DISPLAY '========================================='
               DISPLAY 'FILE STATUS ' HOLD-STATUS-CODE
               MOVE 1                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AGE-KEYED-FILE.
           CLOSE       AGE-KEYED-FILE.
           OPEN I-O    AGE-KEYED-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

      *    AGING IS AS OF THE PARM-CARD DATE (CCYYMMDD), DEFAULT
      *    TODAY - A RERUN FOR A PRIOR DAY AGES THE SAME WAY
           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-AS-OF-DATE NUMERIC
               MOVE PARM-AS-OF-DATE    TO WK-AS-OF-DATE
           ELSE
               ACCEPT WK-AS-OF-DATE    FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WK-AS-OF-DAYS =
               FUNCTION INTEGER-OF-DATE (WK-AS-OF-DATE).
           DISPLAY 'HELD WORK ORDERS AGED AS OF ' WK-AS-OF-DATE.

           PERFORM WRITE-ACTION-HEADING.
           PERFORM READ-DESK-FILE.
           PERFORM APPLY-DESK-ACTION
              THRU APPLY-DESK-ACTION-EXIT
               UNTIL WK-DESK-EOF = 'Y'.

      *    AGE WHAT IS STILL HELD AFTER TODAY'S DECISIONS
           MOVE ZEROS                  TO HOLD-JOB-NBR.
           START HOLD-FILE KEY NOT < HOLD-JOB-NBR
               INVALID KEY MOVE 'Y'    TO WK-HOLD-EOF
           END-START.
           PERFORM AGE-ONE-HOLD
              THRU AGE-ONE-HOLD-EXIT
               UNTIL WK-HOLD-EOF = 'Y'.

           PERFORM WRITE-AGE-HEADING.
           MOVE SPACES                 TO WK-LAST-REASON.
           MOVE LOW-VALUES             TO AGEK-KEY.
           START AGE-KEYED-FILE KEY NOT < AGEK-KEY
               INVALID KEY MOVE 'Y'    TO WK-AGE-EOF
           END-START.
           PERFORM PRINT-ONE-AGE-LINE
              THRU PRINT-ONE-AGE-LINE-EXIT
               UNTIL WK-AGE-EOF = 'Y'.
           IF WK-LAST-REASON NOT = SPACES
               PERFORM PRINT-REASON-TOTAL
                  THRU PRINT-REASON-TOTAL-EXIT
           END-IF.
           PERFORM PRINT-GRAND-TOTAL
              THRU PRINT-GRAND-TOTAL-EXIT.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'DESK DECISIONS READ:   ' WK-DESK-CNT.
           DISPLAY 'APPROVED:              ' WK-APPROVED-CNT.
           DISPLAY 'CORRECTED:             ' WK-CORRECTED-CNT.
           DISPLAY 'VOIDED:                ' WK-VOIDED-CNT.
           DISPLAY 'REJECTED:              ' WK-REJECTED-CNT.
           DISPLAY 'RELEASE SELECTS WRITTEN:' WK-RELEASE-CNT.
           DISPLAY 'STILL HELD:            ' WK-HELD-CNT.
           DISPLAY 'RELEASED, NOT BILLED:  ' WK-PENDING-CNT.

           CLOSE       DESK-FILE
                       RELEASE-FILE
                       REPORT-FILE
                       HOLD-FILE
                       AGE-KEYED-FILE.
380908
           GOBACK.

       APPLY-DESK-ACTION.
           ADD 1                       TO WK-DESK-CNT.
           MOVE SPACES                 TO WK-REJECT-REASON.
           MOVE SPACES                 TO WK-ACTION-LINE.
           MOVE DSK-JOB-NBR            TO ACT-JOB-NBR.
           MOVE DSK-ACTION             TO ACT-ACTION.
           MOVE DSK-USER               TO ACT-USER.
           MOVE DSK-NOTE               TO ACT-NOTE.
           MOVE ZEROS                  TO ACT-ACCT-NBR
                                          ACT-AMT.

           MOVE DSK-JOB-NBR            TO HOLD-JOB-NBR.
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'NOT ON HOLD FILE'
                                       TO WK-REJECT-REASON
           END-READ.
           IF WK-REJECT-REASON NOT = SPACES
               GO TO APPLY-DESK-ACTION-REJECT
           END-IF.

           MOVE HOLD-ACCT-NBR          TO ACT-ACCT-NBR.
           MOVE HOLD-REASON            TO ACT-REASON.
           MOVE HOLD-WO-AMT            TO ACT-AMT.

      *    ONLY AN OPEN HOLD CAN BE DECIDED - A SECOND DECISION FOR
      *    THE SAME JOB (OR ONE FOR AN ORDER ALREADY BILLED) WOULD
      *    PUT IT ON A SECOND RELEASE LIST
           IF HOLD-STATUS NOT = 'H'
               MOVE SPACES             TO WK-REJECT-REASON
               STRING 'NOT OPEN - STATUS ' DELIMITED BY SIZE
                      HOLD-STATUS      DELIMITED BY SIZE
                   INTO WK-REJECT-REASON
               GO TO APPLY-DESK-ACTION-REJECT
           END-IF.

           IF DSK-ACTION NOT = 'A' AND 'C' AND 'V'
               MOVE 'INVALID ACTION CODE'
                                       TO WK-REJECT-REASON
               GO TO APPLY-DESK-ACTION-REJECT
           END-IF.

           MOVE DSK-ACTION             TO HOLD-STATUS.
           IF DSK-DATE NUMERIC AND DSK-DATE NOT = ZEROS
               MOVE DSK-DATE           TO HOLD-ACTION-DATE
           ELSE
               MOVE WK-AS-OF-DATE      TO HOLD-ACTION-DATE
           END-IF.
           MOVE DSK-USER               TO HOLD-ACTION-BY.
           MOVE DSK-NOTE               TO HOLD-NOTE.
           REWRITE HOLD-REC
               INVALID KEY
                   MOVE 'HOLD FILE REWRITE FAILED'
                                       TO WK-REJECT-REASON
           END-REWRITE.
           IF WK-REJECT-REASON NOT = SPACES
               GO TO APPLY-DESK-ACTION-REJECT
           END-IF.

           IF DSK-ACTION = 'V'
               ADD 1                   TO WK-VOIDED-CNT
               MOVE 'VOIDED'           TO ACT-RESULT
           ELSE
      *        THE HELD ORDER'S OWN SELECT RECORD GOES BACK OUT FOR
      *        THE NEXT CYCLE - THE SAME SEL3 FORMAT AMFBBKO WRITES
      *        FOR A REBILL
               MOVE HOLD-SEL-IMAGE     TO SEL3-DATA
               WRITE RELEASE-REC
               ADD 1                   TO WK-RELEASE-CNT
               IF DSK-ACTION = 'A'
                   ADD 1               TO WK-APPROVED-CNT
                   MOVE 'APPROVED - RELEASED'
                                       TO ACT-RESULT
               ELSE
                   ADD 1               TO WK-CORRECTED-CNT
                   MOVE 'CORRECTED - RELEASED'
                                       TO ACT-RESULT
               END-IF
           END-IF.
           MOVE WK-ACTION-LINE         TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           GO TO APPLY-DESK-ACTION-EXIT.

       APPLY-DESK-ACTION-REJECT.
           ADD 1                       TO WK-REJECTED-CNT.
           MOVE WK-REJECT-REASON       TO ACT-RESULT.
           MOVE WK-ACTION-LINE         TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       APPLY-DESK-ACTION-EXIT.
           PERFORM READ-DESK-FILE.

       AGE-ONE-HOLD.
           READ HOLD-FILE NEXT
               AT END MOVE 'Y'         TO WK-HOLD-EOF
           END-READ.
           IF WK-HOLD-EOF = 'Y'
               GO TO AGE-ONE-HOLD-EXIT
           END-IF.

      *    RELEASED ORDERS ARE STILL UNBILLED UNTIL AMOFLPRG MARKS
      *    THEM 'B' - COUNTED, BUT NOT AGED AS HELD
           IF HOLD-STATUS = 'A' OR 'C'
               ADD 1                   TO WK-PENDING-CNT
               ADD HOLD-WO-AMT         TO WK-PENDING-AMT
               GO TO AGE-ONE-HOLD-EXIT
           END-IF.
           IF HOLD-STATUS NOT = 'H'
               GO TO AGE-ONE-HOLD-EXIT
           END-IF.
           ADD 1                       TO WK-HELD-CNT.

           MOVE HOLD-REASON            TO AGEK-REASON.
           MOVE HOLD-ACCT-NBR          TO AGEK-ACCT-NBR.
           READ AGE-KEYED-FILE
               INVALID KEY
                   MOVE 'N'            TO WK-AGE-FOUND
               NOT INVALID KEY
                   MOVE 'Y'            TO WK-AGE-FOUND
           END-READ.
           IF WK-AGE-FOUND = 'N'
               MOVE HOLD-REASON        TO AGEK-REASON
               MOVE HOLD-ACCT-NBR      TO AGEK-ACCT-NBR
               MOVE HOLD-AGY-NBR       TO AGEK-AGY-NBR
               MOVE ZEROS              TO AGEK-CNT
                                          AGEK-AMT-CURR
                                          AGEK-AMT-30
                                          AGEK-AMT-60
                                          AGEK-AMT-90
               MOVE HOLD-DATE          TO AGEK-OLDEST
           END-IF.

      *    DAYS SINCE THE ORDER WAS FIRST HELD
           IF HOLD-DATE NUMERIC AND HOLD-DATE > 19000000
               COMPUTE WK-HOLD-DAYS =
                   FUNCTION INTEGER-OF-DATE (HOLD-DATE)
               COMPUTE WK-AGE-DAYS = WK-AS-OF-DAYS - WK-HOLD-DAYS
           ELSE
               MOVE 0                  TO WK-AGE-DAYS
           END-IF.

           ADD 1                       TO AGEK-CNT.
           IF WK-AGE-DAYS > 90
               ADD HOLD-WO-AMT         TO AGEK-AMT-90
           ELSE
           IF WK-AGE-DAYS > 60
               ADD HOLD-WO-AMT         TO AGEK-AMT-60
           ELSE
           IF WK-AGE-DAYS > 30
               ADD HOLD-WO-AMT         TO AGEK-AMT-30
           ELSE
               ADD HOLD-WO-AMT         TO AGEK-AMT-CURR.
           IF HOLD-DATE < AGEK-OLDEST
               MOVE HOLD-DATE          TO AGEK-OLDEST
           END-IF.

           IF WK-AGE-FOUND = 'Y'
               REWRITE AGEK-REC
           ELSE
               WRITE AGEK-REC
           END-IF.

       AGE-ONE-HOLD-EXIT.
           EXIT.

       PRINT-ONE-AGE-LINE.
           READ AGE-KEYED-FILE NEXT
               AT END MOVE 'Y'         TO WK-AGE-EOF
           END-READ.
           IF WK-AGE-EOF = 'Y'
               GO TO PRINT-ONE-AGE-LINE-EXIT
           END-IF.

           IF AGEK-REASON NOT = WK-LAST-REASON
               IF WK-LAST-REASON NOT = SPACES
                   PERFORM PRINT-REASON-TOTAL
                      THRU PRINT-REASON-TOTAL-EXIT
               END-IF
               MOVE AGEK-REASON        TO WK-LAST-REASON
           END-IF.

           COMPUTE WK-LINE-TOT = AGEK-AMT-CURR + AGEK-AMT-30
                               + AGEK-AMT-60   + AGEK-AMT-90.
           MOVE SPACES                 TO WK-AGE-LINE.
           MOVE AGEK-REASON            TO AGL-REASON.
           MOVE AGEK-ACCT-NBR          TO AGL-ACCT-NBR.
           MOVE AGEK-AGY-NBR           TO AGL-AGY-NBR.
           MOVE AGEK-CNT               TO AGL-CNT.
           MOVE AGEK-AMT-CURR          TO AGL-AMT-CURR.
           MOVE AGEK-AMT-30            TO AGL-AMT-30.
           MOVE AGEK-AMT-60            TO AGL-AMT-60.
           MOVE AGEK-AMT-90            TO AGL-AMT-90.
           MOVE WK-LINE-TOT            TO AGL-AMT-TOT.
           MOVE AGEK-OLDEST            TO AGL-OLDEST.
           MOVE WK-AGE-LINE            TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

           ADD AGEK-CNT                TO WK-RSN-CNT.
           ADD AGEK-AMT-CURR           TO WK-RSN-CURR.
           ADD AGEK-AMT-30             TO WK-RSN-30.
           ADD AGEK-AMT-60             TO WK-RSN-60.
           ADD AGEK-AMT-90             TO WK-RSN-90.

       PRINT-ONE-AGE-LINE-EXIT.
           EXIT.

       PRINT-REASON-TOTAL.
           COMPUTE WK-LINE-TOT = WK-RSN-CURR + WK-RSN-30
                               + WK-RSN-60   + WK-RSN-90.
           MOVE SPACES                 TO WK-AGE-LINE.
           MOVE WK-LAST-REASON         TO AGL-REASON.
           MOVE WK-RSN-CNT             TO AGL-CNT.
           MOVE WK-RSN-CURR            TO AGL-AMT-CURR.
           MOVE WK-RSN-30              TO AGL-AMT-30.
           MOVE WK-RSN-60              TO AGL-AMT-60.
           MOVE WK-RSN-90              TO AGL-AMT-90.
           MOVE WK-LINE-TOT            TO AGL-AMT-TOT.
           MOVE WK-AGE-LINE            TO WK-RPT-LINE.
           MOVE ' REASON TOTAL       ' TO WK-RPT-LINE (7:20).
           MOVE SPACES                 TO WK-RPT-LINE (125:8).
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.

           ADD WK-RSN-CNT              TO WK-GRD-CNT.
           ADD WK-RSN-CURR             TO WK-GRD-CURR.
           ADD WK-RSN-30               TO WK-GRD-30.
           ADD WK-RSN-60               TO WK-GRD-60.
           ADD WK-RSN-90               TO WK-GRD-90.
           INITIALIZE WK-RSN-TOTALS.

       PRINT-REASON-TOTAL-EXIT.
           EXIT.

       PRINT-GRAND-TOTAL.
           COMPUTE WK-LINE-TOT = WK-GRD-CURR + WK-GRD-30
                               + WK-GRD-60   + WK-GRD-90.
           MOVE SPACES                 TO WK-AGE-LINE.
           MOVE WK-GRD-CNT             TO AGL-CNT.
           MOVE WK-GRD-CURR            TO AGL-AMT-CURR.
           MOVE WK-GRD-30              TO AGL-AMT-30.
           MOVE WK-GRD-60              TO AGL-AMT-60.
           MOVE WK-GRD-90              TO AGL-AMT-90.
           MOVE WK-LINE-TOT            TO AGL-AMT-TOT.
           MOVE WK-AGE-LINE            TO WK-RPT-LINE.
           MOVE 'TOTAL HELD UNBILLED       '
                                       TO WK-RPT-LINE (1:26).
           MOVE SPACES                 TO WK-RPT-LINE (125:8).
           PERFORM PRINT-RPT-LINE.

           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES                 TO WK-AGE-LINE.
           MOVE WK-PENDING-CNT         TO AGL-CNT.
           MOVE WK-PENDING-AMT         TO AGL-AMT-TOT.
           MOVE WK-AGE-LINE            TO WK-RPT-LINE.
           MOVE 'RELEASED, AWAITING BILLING'
                                       TO WK-RPT-LINE (1:26).
           MOVE SPACES                 TO WK-RPT-LINE (125:8).
           PERFORM PRINT-RPT-LINE.

       PRINT-GRAND-TOTAL-EXIT.
           EXIT.

       WRITE-ACTION-HEADING.
           MOVE SPACES                 TO WK-RPT-LINE.
           STRING 'HELD WORK ORDER DESK DECISIONS'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           STRING 'JOB NUMBER  A  USER      ACCOUNT    RSN '
                  '         W.O. AMOUNT  RESULT'
                  '                          NOTE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.

       WRITE-AGE-HEADING.
           PERFORM PRINT-BLANK-LINE 2 TIMES.
           MOVE SPACES                 TO WK-RPT-LINE.
           STRING 'AGED HELD-BUT-UNBILLED WORK ORDERS AS OF '
                                       DELIMITED BY SIZE
                  WK-AS-OF-DATE        DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           STRING 'RSN   ACCOUNT    AGENCY    COUNT'
                  '        0-30 DAYS       31-60 DAYS'
                  '       61-90 DAYS      OVER 90 DAYS'
                  '            TOTAL  OLDEST'
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

       READ-DESK-FILE.
           READ DESK-FILE
               AT END
                 MOVE 'Y' TO WK-DESK-EOF
               NOT AT END
                 MOVE DESK-REC TO WK-DESK-REC
                 ADD 1 TO INPUT-RECORD-COUNTER
           END-READ.
