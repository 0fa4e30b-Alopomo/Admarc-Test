002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.                     AMFCNPAC.
002900 AUTHOR.                         NOEL FUENTES.
003000 INSTALLATION.                   NEW YORK TIMES.
003100 DATE-WRITTEN.                   OCTOBER 15, 2026.
003200 DATE-COMPILED.
      ***********************************************************
037000*** CHANGE LOG:        VERSION# 7.0-XX                    *
003800***    DATE     - XX - # - SHORT DESCRIPTION              *
013400***    10/15/26 - AL-01    new program - contract pacing  *
      ***********************************************************
      *    WEEKLY MID-CONTRACT PACING.  BROWSES EVERY 'R' AND   *
      *    'M' CONTRACT THAT IS ACTIVE ON THE AS-OF DATE AND    *
      *    HAS A COMMITTED LEVEL (CNT-FREQ GREATER THAN 1 - AN  *
      *    OPEN-LEVEL CONTRACT HAS NOTHING TO PACE).  FOR EACH  *
      *    CONTRACT THE WORK ORDERS UNDER IT ARE COUNTED THE    *
      *    SAME WAY AMOFLPRG COUNTS CONTRACT PERFORMANCE        *
      *    (PROCESS-CNT-PFM): FILLED, BILLED OR RUN ORDERS,     *
      *    FREE-STANDING INSERTS EXCLUDED, IN LINES OR INCHES,  *
      *    THROUGH THE AS-OF DATE.  THE CONTRACT-TO-DATE VOLUME *
      *    IS PROJECTED TO CNT-END AT THE RUN RATE SO FAR       *
      *    (VOLUME X CONTRACT DAYS / DAYS RUN) AND PRICED THE   *
      *    WAY PROCESS-CNT-SETTLEMENT PRICES THE FINAL          *
      *    SETTLEMENT: (EARNED RATE - CONTRACT RATE) X VOLUME,  *
      *    RATES FROM AMSRATE.  A POSITIVE AMOUNT IS THE SHORT- *
      *    RATE BILL THE CONTRACT IS HEADING FOR, A NEGATIVE    *
      *    ONE THE REBATE.  THE REPORT IS GROUPED BY AGENCY AND *
      *    ADVERTISER.  THE AGENCY IS THE BILLED ACCOUNT ON THE *
      *    ADVERTISER'S LATEST DOCUMENT ON THE OPEN-ITEM MASTER *
      *    (OPNITEM); AN ADVERTISER NOT YET BILLED GROUPS UNDER *
      *    AGENCY ZERO.  A CONTRACT PACING SHORT OF ITS LEVEL   *
      *    THAT ENDS WITHIN PARM-WARN-DAYS (DEFAULT 60) IS      *
      *    FLAGGED AT RISK.  RETURN CODE 4 WHEN ANY CONTRACT IS *
      *    AT RISK.                                             *
      *    PARM CARD: COLUMNS 1-8 AS-OF DATE (CCYYMMDD, DEFAULT *
      *    TODAY), 10-12 WARNING DAYS.                          *
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
           SELECT REPORT-FILE     ASSIGN TO SYS006
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADVK-KEYED-FILE ASSIGN TO SYS010
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ADVK-ADV-NBR
                      FILE STATUS  IS ADVK-STATUS-CODE.
           SELECT PACE-FILE       ASSIGN TO SYS011
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACESRT-FILE    ASSIGN TO SYS012
                      ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-PACE-FILE  ASSIGN TO SYS013.

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
           05  FILLER                  PIC X(40).

       FD  REPORT-FILE            COPY AMZFSEL.
       01  REPORT-REC                  PIC X(133).

      *    ADVERTISER TO AGENCY - LATEST DOCUMENT WINS
       FD  ADVK-KEYED-FILE        COPY AMZFSEL.
       01  ADVK-REC.
           05  ADVK-ADV-NBR            PIC 9(09).
           05  ADVK-AGY-NBR            PIC 9(09).
           05  ADVK-DOC-DATE           PIC 9(08).

       FD  PACE-FILE              COPY AMZFSEL.
       01  PACE-REC                    PIC X(110).

       FD  PACESRT-FILE           COPY AMZFSEL.
       01  PACESRT-REC                 PIC X(110).

       SD  SORT-PACE-FILE.
       01  SPACE-REC.
           05  SPACE-AGY-NBR           PIC 9(09).
           05  SPACE-ADV-NBR           PIC 9(09).
           05  SPACE-END-DATE          PIC 9(08).
           05  SPACE-CNT-CODE          PIC X(01).
           05  SPACE-REF-NBR           PIC 9(09).
           05  FILLER                  PIC X(74).

008100/
008200 WORKING-STORAGE SECTION.

      *    ONE PACED CONTRACT - SORTED BY AGENCY, ADVERTISER AND
      *    END DATE FOR THE REPORT
013902 01  WK-PACE-REC.
           05  PW-AGY-NBR              PIC 9(09).
           05  PW-ADV-NBR              PIC 9(09).
           05  PW-END-DATE             PIC 9(08).
           05  PW-CNT-CODE             PIC X(01).
           05  PW-REF-NBR              PIC 9(09).
           05  PW-PUB                  PIC X(04).
           05  PW-EDITION              PIC X(04).
           05  PW-AD-TYPE              PIC X(04).
           05  PW-START-DATE           PIC 9(08).
           05  PW-CNT-LEVEL            PIC 9(08).
           05  PW-CTD-VOL              PIC 9(09)V99.
           05  PW-PROJ-VOL             PIC 9(09)V99.
           05  PW-PACE-PCT             PIC 9(05).
           05  PW-DAYS-LEFT            PIC 9(05).
           05  PW-EXPOSURE             PIC S9(09)V99 SIGN IS
                                       LEADING SEPARATE.
           05  PW-RATE-FOUND           PIC X(01).
           05  PW-FLAG                 PIC X(01).

       01  PARM-CARD.
           05  PARM-AS-OF-DATE         PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PARM-WARN-DAYS          PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(68) VALUE SPACES.

018316 01  NAD-REC.                    COPY AMZRNAD.
       01  CNT-REC.                    COPY AMZRCNT.
       01  WO-REC.                     COPY AMZRWO.
       01  COD-REC.                    COPY AMZRCOD.
       01  COD2-REC.                   COPY AMZRCOD2.
       01  RATE-PKT.                   COPY AMZWRATE.
018317/
018331 01  IO-PKT.                     COPY AMZWIOP.
018332/
       01  WK-NYT-PUB                  PIC X(04) VALUE 'NYT '.
       01  WK-CLS-PUB                  PIC X(04) VALUE 'CLAS'.
       01  WK-MAGC-PUB                 PIC X(04) VALUE 'MAGC'.
       01  WK-IHTC-PUB                 PIC X(04) VALUE 'IHTC'.

       01  WK-AS-OF-DATE               PIC 9(08) VALUE 0.
       01  WK-AS-OF-DAYS               PIC 9(07) VALUE 0.
       01  WK-WARN-DAYS                PIC 9(03) VALUE 60.
       01  WK-START-DATE               PIC 9(08) VALUE 0.
       01  WK-END-DATE                 PIC 9(08) VALUE 0.
       01  WK-START-DAYS               PIC 9(07) VALUE 0.
       01  WK-END-DAYS                 PIC 9(07) VALUE 0.
       01  WK-DAYS-RUN                 PIC 9(05) VALUE 0.
       01  WK-DAYS-TOTAL               PIC 9(05) VALUE 0.

      *    THE CONTRACT BEING PACED
       01  WK-CNT-CODE                 PIC X(01) VALUE SPACE.
       01  WK-CNT-ADV-NBR              PIC 9(09) VALUE 0.
       01  WK-CNT-PUB                  PIC X(04) VALUE SPACE.
       01  WK-CNT-REF-NBR              PIC 9(09) VALUE 0.
       01  WK-CNT-LEVEL                PIC 9(08) VALUE 0.
       01  WK-CTD-VOL                  PIC 9(09)V99 VALUE 0.
       01  WK-PROJ-VOL                 PIC 9(09)V99 VALUE 0.
       01  WK-EXPOSURE                 PIC S9(09)V99 VALUE +0.

      *    ONE WORK ORDER'S VOLUME - AS PROCESS-CNT-PFM-5/-6
       01  WK-PFM-IND                  PIC X(01) VALUE SPACE.
       01  WK-WO-AD-TYPE               PIC X(03) VALUE SPACE.
       01  WK-TEMP-LINEAGE-I           PIC 9(07) VALUE 0.
       01  WK-TEMP-LINEAGE-D           PIC 9(05)V99 VALUE 0.

       01  WK-CNT-DONE                 PIC X(01) VALUE 'N'.
       01  WK-WO-DONE                  PIC X(01) VALUE 'N'.
       01  WK-OPIT-EOF                 PIC X(01) VALUE 'N'.
       01  WK-PACE-EOF                 PIC X(01) VALUE 'N'.
       01  WK-FIRST-REC                PIC X(01) VALUE 'Y'.

       01  WK-CNT-READ-CNT             PIC 9(09) VALUE 0.
       01  WK-CNT-PACED-CNT            PIC 9(09) VALUE 0.
       01  WK-CNT-BAD-DATE-CNT         PIC 9(09) VALUE 0.
       01  WK-WO-READ-CNT              PIC 9(09) VALUE 0.
       01  WK-NO-SIZE-CNT              PIC 9(09) VALUE 0.
       01  WK-NO-RATE-CNT              PIC 9(09) VALUE 0.
       01  WK-ADV-LOAD-CNT             PIC 9(09) VALUE 0.

      *    REPORT CONTROL BREAKS AND TOTALS - 1 ADVERTISER,
      *    2 AGENCY, 3 REPORT
       01  WK-SAVE-AGY-NBR             PIC 9(09) VALUE 0.
       01  WK-SAVE-ADV-NBR             PIC 9(09) VALUE 0.
       01  WK-TX                       PIC 9(01) VALUE 0.
       01  WK-TOTALS-TABLE.
           05  WK-TOTALS OCCURS 3.
               10  WK-TOT-CNT          PIC 9(07).
               10  WK-TOT-SHORT-CNT    PIC 9(07).
               10  WK-TOT-RISK-CNT     PIC 9(07).
               10  WK-TOT-SHORT-AMT    PIC S9(11)V99.
               10  WK-TOT-REBATE-AMT   PIC S9(11)V99.
       01  WK-TOTAL-NAMES.
           05  FILLER                  PIC X(10) VALUE 'ADVERTISER'.
           05  FILLER                  PIC X(10) VALUE 'AGENCY'.
           05  FILLER                  PIC X(10) VALUE 'REPORT'.
       01  WK-TOTAL-NAME-TBL           REDEFINES WK-TOTAL-NAMES.
           05  WK-TOTAL-NAME           PIC X(10) OCCURS 3.

       01  WK-RPT-LINE                 PIC X(133) VALUE SPACE.
       01  WK-PACE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  PL-CNT-CODE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-REF-NBR              PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  PL-PUB                  PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-EDITION              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-AD-TYPE              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  PL-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-CNT-LEVEL            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-CTD-VOL              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-PROJ-VOL             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-PACE-PCT             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-DAYS-LEFT            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-EXPOSURE             PIC ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-NOTE                 PIC X(10).
       01  WK-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  TL-NAME                 PIC X(10).
           05  FILLER                  PIC X(08) VALUE ' TOTAL  '.
           05  FILLER                  PIC X(10) VALUE 'CONTRACTS '.
           05  TL-CNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE '  SHORT '.
           05  TL-SHORT-CNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE '  AT RISK '.
           05  TL-RISK-CNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE '  SHORT RATE '.
           05  TL-SHORT-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
           05  FILLER                  PIC X(09) VALUE '  REBATE '.
           05  TL-REBATE-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.

       01  OPIT-STATUS-CODE            PIC X(02).
       01  ADVK-STATUS-CODE            PIC X(02).
022702/
022703 PROCEDURE  DIVISION.
022704 0000-MAIN-PROCESSING.

      *    THE OPEN-ITEM MASTER ONLY SUPPLIES THE AGENCY - WITHOUT
      *    ONE EVERY ADVERTISER GROUPS UNDER AGENCY ZERO
           OPEN INPUT  OPNITEM-FILE.
           IF OPIT-STATUS-CODE = '35'
               DISPLAY 'NO OPEN-ITEM MASTER - AGENCIES NOT KNOWN'
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
           OPEN OUTPUT ADVK-KEYED-FILE.
           CLOSE       ADVK-KEYED-FILE.
           OPEN I-O    ADVK-KEYED-FILE.
           OPEN OUTPUT PACE-FILE.

023202     CALL 'JSTART'               USING IO-PKT IO-PKT IO-PKT.

           CALL 'AMSCRD' USING PARM-CARD IO-PKT.
           IF PARM-AS-OF-DATE NUMERIC
               MOVE PARM-AS-OF-DATE    TO WK-AS-OF-DATE
           ELSE
               ACCEPT WK-AS-OF-DATE    FROM DATE YYYYMMDD
           END-IF.
           IF PARM-WARN-DAYS NUMERIC
               MOVE PARM-WARN-DAYS     TO WK-WARN-DAYS
           END-IF.
           COMPUTE WK-AS-OF-DAYS =
               FUNCTION INTEGER-OF-DATE (WK-AS-OF-DATE).
           DISPLAY 'CONTRACTS PACED AS OF  ' WK-AS-OF-DATE.

           PERFORM LOAD-ADV-AGENCY
              THRU LOAD-ADV-AGENCY-EXIT
               UNTIL WK-OPIT-EOF = 'Y'.

      *    REGULAR CONTRACTS, THEN MULTI-PUB (MCT) CONTRACTS
           MOVE 'R'                    TO WK-CNT-CODE.
           PERFORM BROWSE-CONTRACTS
              THRU BROWSE-CONTRACTS-EXIT.
           MOVE 'M'                    TO WK-CNT-CODE.
           PERFORM BROWSE-CONTRACTS
              THRU BROWSE-CONTRACTS-EXIT.
           CLOSE       PACE-FILE.

           SORT SORT-PACE-FILE
             ON ASCENDING KEY SPACE-AGY-NBR
                              SPACE-ADV-NBR
                              SPACE-END-DATE
                              SPACE-CNT-CODE
                              SPACE-REF-NBR
                USING  PACE-FILE
                GIVING PACESRT-FILE.

           INITIALIZE WK-TOTALS-TABLE.
           PERFORM PRINT-REPORT-HEADING
              THRU PRINT-REPORT-HEADING-EXIT.
           OPEN INPUT  PACESRT-FILE.
           PERFORM PRINT-ONE-CONTRACT
              THRU PRINT-ONE-CONTRACT-EXIT
               UNTIL WK-PACE-EOF = 'Y'.
           CLOSE       PACESRT-FILE.
           IF WK-FIRST-REC = 'N'
               MOVE 1                  TO WK-TX
               PERFORM PRINT-TOTAL-LINE
                  THRU PRINT-TOTAL-LINE-EXIT
               MOVE 2                  TO WK-TX
               PERFORM PRINT-TOTAL-LINE
                  THRU PRINT-TOTAL-LINE-EXIT
           END-IF.
           MOVE 3                      TO WK-TX.
           PERFORM PRINT-TOTAL-LINE
              THRU PRINT-TOTAL-LINE-EXIT.

           IF WK-TOT-RISK-CNT (3) > 0
               MOVE 4                  TO RETURN-CODE
           END-IF.

380703     CALL 'JEND'                 USING IO-PKT IO-PKT IO-PKT.

           DISPLAY 'CONTRACTS READ:        ' WK-CNT-READ-CNT.
           DISPLAY 'CONTRACTS PACED:       ' WK-CNT-PACED-CNT.
           DISPLAY 'BAD CONTRACT DATES:    ' WK-CNT-BAD-DATE-CNT.
           DISPLAY 'WORK ORDERS READ:      ' WK-WO-READ-CNT.
           DISPLAY 'NO PUB SIZE ON FILE:   ' WK-NO-SIZE-CNT.
           DISPLAY 'NO RATE FOR CONTRACT:  ' WK-NO-RATE-CNT.
           DISPLAY 'PACING SHORT:          ' WK-TOT-SHORT-CNT (3).
           DISPLAY 'AT RISK:               ' WK-TOT-RISK-CNT (3).

           IF OPIT-STATUS-CODE NOT = '35'
               CLOSE   OPNITEM-FILE
           END-IF.
           CLOSE       REPORT-FILE
                       ADVK-KEYED-FILE.
380908
           GOBACK.

       LOAD-ADV-AGENCY.
      *    THE BILLED (AGENCY) ACCOUNT OF EACH ADVERTISER'S LATEST
      *    INVOICE OR CREDIT MEMO
           READ OPNITEM-FILE NEXT
               AT END MOVE 'Y'         TO WK-OPIT-EOF
           END-READ.
           IF WK-OPIT-EOF = 'Y'
               GO TO LOAD-ADV-AGENCY-EXIT
           END-IF.
           IF OPIT-DOC-TYPE NOT = 'I'
           AND OPIT-DOC-TYPE NOT = 'C'
               GO TO LOAD-ADV-AGENCY-EXIT
           END-IF.

           MOVE OPIT-ACCT-NBR          TO ADVK-ADV-NBR.
           READ ADVK-KEYED-FILE
               INVALID KEY
                   MOVE OPIT-AGY-NBR   TO ADVK-AGY-NBR
                   MOVE OPIT-DOC-DATE  TO ADVK-DOC-DATE
                   WRITE ADVK-REC
                   ADD 1               TO WK-ADV-LOAD-CNT
                   GO TO LOAD-ADV-AGENCY-EXIT
           END-READ.
           IF OPIT-DOC-DATE NOT < ADVK-DOC-DATE
               MOVE OPIT-AGY-NBR       TO ADVK-AGY-NBR
               MOVE OPIT-DOC-DATE      TO ADVK-DOC-DATE
               REWRITE ADVK-REC
           END-IF.

       LOAD-ADV-AGENCY-EXIT.
           EXIT.

       BROWSE-CONTRACTS.
           MOVE LOW-VALUES             TO CNT-ACCT-KEY
                                          CNT-PUB
                                          CNT-MCT-ACCT-KEY
                                          CNT-MCT-PUB.
           MOVE ZEROS                  TO CNT-REF-NBR.
           MOVE WK-CNT-CODE            TO CNT-FILE-CODE.
           MOVE 'N'                    TO WK-CNT-DONE.
           CALL 'SETL' USING CNT-FILE, CNT-REC, IO-PKT.
           CALL 'SGET' USING CNT-FILE, CNT-REC, IO-PKT.
           PERFORM PACE-ONE-CONTRACT
              THRU PACE-ONE-CONTRACT-EXIT
               UNTIL WK-CNT-DONE = 'Y'.
           CALL 'ESETL' USING CNT-FILE, CNT-REC, IO-PKT.
           MOVE ZEROS                  TO STATUS-CODE.

       BROWSE-CONTRACTS-EXIT.
           EXIT.

       PACE-ONE-CONTRACT.
           IF STATUS-CODE NOT = ZEROS
           OR CNT-FILE-CODE NOT = WK-CNT-CODE
               MOVE 'Y'                TO WK-CNT-DONE
               GO TO PACE-ONE-CONTRACT-EXIT
           END-IF.
           ADD 1                       TO WK-CNT-READ-CNT.

      *    OPEN-LEVEL CONTRACTS COMMIT TO NOTHING
           MOVE CNT-FREQ               TO WK-CNT-LEVEL.
           IF WK-CNT-LEVEL NOT > 1
               GO TO PACE-ONE-CONTRACT-NEXT
           END-IF.

           MOVE CNT-START              TO WK-START-DATE.
           MOVE CNT-END                TO WK-END-DATE.
           IF WK-START-DATE > WK-AS-OF-DATE
           OR WK-END-DATE < WK-AS-OF-DATE
               GO TO PACE-ONE-CONTRACT-NEXT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WK-START-DATE) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD (WK-END-DATE) NOT = 0
               ADD 1                   TO WK-CNT-BAD-DATE-CNT
               DISPLAY 'CONTRACT DATES NOT VALID - REF '
                       CNT-REF-NBR ' ' WK-START-DATE ' '
                       WK-END-DATE
               GO TO PACE-ONE-CONTRACT-NEXT
           END-IF.

           IF WK-CNT-CODE = 'R'
               MOVE CNT-ACCT-KEY       TO WK-CNT-ADV-NBR
               MOVE CNT-PUB            TO WK-CNT-PUB
           ELSE
               MOVE CNT-MCT-ACCT-KEY   TO WK-CNT-ADV-NBR
               MOVE CNT-MCT-PUB        TO WK-CNT-PUB
           END-IF.
           MOVE CNT-REF-NBR            TO WK-CNT-REF-NBR.

           PERFORM ACCUM-CNT-VOLUME
              THRU ACCUM-CNT-VOLUME-EXIT.
           PERFORM PROJECT-CNT-VOLUME
              THRU PROJECT-CNT-VOLUME-EXIT.
           ADD 1                       TO WK-CNT-PACED-CNT.

       PACE-ONE-CONTRACT-NEXT.
           CALL 'SGET' USING CNT-FILE, CNT-REC, IO-PKT.

       PACE-ONE-CONTRACT-EXIT.
           EXIT.

       ACCUM-CNT-VOLUME.
      *    CONTRACT-TO-DATE VOLUME - THE SAME WORK ORDERS AND UNITS
      *    THE INVOICE PRINT'S CONTRACT PERFORMANCE COUNTS
           MOVE ZEROS                  TO WK-CTD-VOL.
           MOVE LOW-VALUES             TO WO-KEY.
           MOVE WK-CNT-ADV-NBR         TO WO-ACCT-KEY.
           MOVE WK-CNT-PUB             TO WO-PUB.
           MOVE WK-CNT-REF-NBR         TO WO-REF-NBR.
           MOVE 'N'                    TO WK-WO-DONE.
           CALL 'SETL' USING WO-FILE, WO-REC, IO-PKT.
           CALL 'SGET' USING WO-FILE, WO-REC, IO-PKT.
           PERFORM ACCUM-ONE-WO
              THRU ACCUM-ONE-WO-EXIT
               UNTIL WK-WO-DONE = 'Y'.
           CALL 'ESETL' USING WO-FILE, WO-REC, IO-PKT.
           MOVE ZEROS                  TO STATUS-CODE.

       ACCUM-CNT-VOLUME-EXIT.
           EXIT.

       ACCUM-ONE-WO.
           IF STATUS-CODE NOT = ZEROS
           OR WO-REF-NBR NOT = WK-CNT-REF-NBR
           OR WO-ISSUE > WK-AS-OF-DATE
               MOVE 'Y'                TO WK-WO-DONE
               GO TO ACCUM-ONE-WO-EXIT
           END-IF.
           ADD 1                       TO WK-WO-READ-CNT.

           PERFORM GET-FSI
              THRU GET-FSI-EXIT.
           IF COD2-FLAG1 = 'I'
               GO TO ACCUM-ONE-WO-NEXT
           END-IF.
           IF WO-STATUS NOT = 'F'
           AND WO-STATUS NOT = 'B'
           AND WO-STATUS NOT = 'R'
               GO TO ACCUM-ONE-WO-NEXT
           END-IF.

           PERFORM GET-LINEAGE
              THRU GET-LINEAGE-EXIT.
           MOVE WO-AD-TYPE             TO WK-PFM-IND
                                          WK-WO-AD-TYPE.
           IF  WO-PUB = WK-NYT-PUB
           AND (WK-WO-AD-TYPE = 'LMD' OR 'LLN' OR 'LNF')
               ADD WO-RATE-QUANTITY    TO WK-CTD-VOL
           ELSE
               IF (WO-PUB = WK-CLS-PUB OR WK-MAGC-PUB OR WK-IHTC-PUB)
               OR (WK-PFM-IND = 'L')
                   ADD WK-TEMP-LINEAGE-I
                                       TO WK-CTD-VOL
               ELSE
                   ADD WK-TEMP-LINEAGE-D
                                       TO WK-CTD-VOL
               END-IF
           END-IF.

       ACCUM-ONE-WO-NEXT.
           CALL 'SGET' USING WO-FILE, WO-REC, IO-PKT.

       ACCUM-ONE-WO-EXIT.
           EXIT.

       GET-FSI.
      *    FREE-STANDING INSERTS ARE NOT CONTRACT VOLUME
           MOVE SPACE                  TO COD2-FLAG1.
           MOVE 'NIED'                 TO COD2-KEY.
           MOVE WO-PUB                 TO COD2-CODE1.
           MOVE WO-EDITION             TO COD2-CODE2.
           CALL 'GIT' USING COD-FILE, COD2-REC, IO-PKT.
           IF  STATUS-CODE NOT = ZEROS
           OR  COD2-FLAG1  NOT = 'I'
               MOVE 'NISZ'             TO COD2-TYPE
               MOVE WO-AD-SIZE         TO COD2-CODE2
               MOVE WO-AD-SHAPE        TO COD2-CODE3
               CALL 'GIT' USING COD-FILE, COD2-REC, IO-PKT
               IF  STATUS-CODE = ZEROS
                   MOVE 'I'            TO COD2-FLAG1
               END-IF
           END-IF.
           MOVE ZEROS                  TO STATUS-CODE.

       GET-FSI-EXIT.
           EXIT.

       GET-LINEAGE.
      *    LINES OR INCHES FROM THE PUB'S SIZE FACTOR
           MOVE ZEROS                  TO WK-TEMP-LINEAGE-I
                                          WK-TEMP-LINEAGE-D.
           MOVE 'PBSZ'                 TO COD-KEY.
           MOVE WO-PUB                 TO COD-CODE1.
           CALL 'GIT' USING COD-FILE, COD-REC, IO-PKT.
           IF STATUS-CODE NOT = ZEROS
               ADD 1                   TO WK-NO-SIZE-CNT
               DISPLAY 'NO PUB SIZE ON CODE FILE - PUB ' WO-PUB
               MOVE ZEROS              TO STATUS-CODE
               GO TO GET-LINEAGE-EXIT
           END-IF.
           IF COD-VAL-9 NOT > ZEROS
               MOVE 1                  TO COD-VAL-9
           END-IF.

           IF COD-FLAG2 = 'A'
               IF COD-FLAG1 = 'D'
                   DIVIDE WO-ACT-SIZE BY COD-VAL-9
                       GIVING WK-TEMP-LINEAGE-D
               ELSE
                   DIVIDE WO-ACT-SIZE BY COD-VAL-9
                       GIVING WK-TEMP-LINEAGE-I
               END-IF
           ELSE
               IF COD-FLAG1 = 'D'
                   DIVIDE WO-SIZE BY COD-VAL-9
                       GIVING WK-TEMP-LINEAGE-D
               ELSE
                   DIVIDE WO-SIZE BY COD-VAL-9
                       GIVING WK-TEMP-LINEAGE-I
               END-IF
           END-IF.

           IF COD-FLAG1 = 'D'
               COMPUTE WK-TEMP-LINEAGE-I = WK-TEMP-LINEAGE-D * 1
           ELSE
               MOVE WK-TEMP-LINEAGE-I  TO WK-TEMP-LINEAGE-D
           END-IF.

       GET-LINEAGE-EXIT.
           EXIT.

       PROJECT-CNT-VOLUME.
      *    RUN RATE SO FAR CARRIED TO CNT-END, PRICED AS THE
      *    SETTLEMENT WOULD PRICE IT
           COMPUTE WK-START-DAYS =
               FUNCTION INTEGER-OF-DATE (WK-START-DATE).
           COMPUTE WK-END-DAYS =
               FUNCTION INTEGER-OF-DATE (WK-END-DATE).
           COMPUTE WK-DAYS-RUN   = WK-AS-OF-DAYS - WK-START-DAYS + 1.
           COMPUTE WK-DAYS-TOTAL = WK-END-DAYS - WK-START-DAYS + 1.
           COMPUTE WK-PROJ-VOL ROUNDED =
               WK-CTD-VOL * WK-DAYS-TOTAL / WK-DAYS-RUN.

           MOVE SPACES                 TO WK-PACE-REC.
           MOVE WK-CNT-ADV-NBR         TO PW-ADV-NBR
                                          ADVK-ADV-NBR.
           READ ADVK-KEYED-FILE
               INVALID KEY MOVE ZEROS  TO ADVK-AGY-NBR
           END-READ.
           MOVE ADVK-AGY-NBR           TO PW-AGY-NBR.
           MOVE WK-END-DATE            TO PW-END-DATE.
           MOVE WK-CNT-CODE            TO PW-CNT-CODE.
           MOVE WK-CNT-REF-NBR         TO PW-REF-NBR.
           MOVE WK-CNT-PUB             TO PW-PUB.
           MOVE CNT-EDITION            TO PW-EDITION.
           MOVE CNT-AD-TYPE            TO PW-AD-TYPE.
           MOVE WK-START-DATE          TO PW-START-DATE.
           MOVE WK-CNT-LEVEL           TO PW-CNT-LEVEL.
           MOVE WK-CTD-VOL             TO PW-CTD-VOL.
           MOVE WK-PROJ-VOL            TO PW-PROJ-VOL.
           COMPUTE PW-PACE-PCT ROUNDED =
               WK-PROJ-VOL * 100 / WK-CNT-LEVEL
               ON SIZE ERROR
                   MOVE 99999          TO PW-PACE-PCT
           END-COMPUTE.
           COMPUTE PW-DAYS-LEFT = WK-END-DAYS - WK-AS-OF-DAYS.

           MOVE ZEROS                  TO WK-EXPOSURE.
           MOVE 'Y'                    TO PW-RATE-FOUND.
           IF WK-PROJ-VOL > 0
               MOVE WK-CNT-ADV-NBR     TO RATE-ACCT-NBR
               MOVE WK-CNT-PUB         TO RATE-PUB
               MOVE CNT-EDITION        TO RATE-EDITION
               MOVE CNT-AD-TYPE        TO RATE-AD-TYPE
               MOVE WK-CNT-LEVEL       TO RATE-CNT-LEVEL
               MOVE WK-PROJ-VOL        TO RATE-EARNED-LEVEL
               CALL 'AMSRATE' USING RATE-PKT IO-PKT
               IF STATUS-CODE NOT = ZEROS
                   MOVE 'N'            TO PW-RATE-FOUND
                   ADD 1               TO WK-NO-RATE-CNT
                   DISPLAY 'PACING - NO RATE FOR CONTRACT '
                           WK-CNT-REF-NBR ' PUB ' RATE-PUB
                   MOVE ZEROS          TO STATUS-CODE
               ELSE
                   COMPUTE WK-EXPOSURE ROUNDED =
                       (RATE-EARNED-RATE - RATE-CNT-RATE)
                       * WK-PROJ-VOL
               END-IF
           END-IF.
           MOVE WK-EXPOSURE            TO PW-EXPOSURE.

      *    'S' PACING SHORT, 'R' SHORT AND ENDING INSIDE THE WINDOW
           MOVE SPACE                  TO PW-FLAG.
           IF WK-PROJ-VOL < WK-CNT-LEVEL
               MOVE 'S'                TO PW-FLAG
               IF PW-DAYS-LEFT NOT > WK-WARN-DAYS
                   MOVE 'R'            TO PW-FLAG
               END-IF
           END-IF.
           WRITE PACE-REC FROM WK-PACE-REC.

       PROJECT-CNT-VOLUME-EXIT.
           EXIT.

       PRINT-REPORT-HEADING.
           STRING 'CONTRACT PACING AS OF ' WK-AS-OF-DATE
                  '  - AT RISK = PACING SHORT AND ENDING WITHIN '
                  WK-WARN-DAYS ' DAYS'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.
           PERFORM PRINT-BLANK-LINE.
           STRING '    C       REF  PUB  EDTN ADTP     START'
                  '      END      LEVEL    CTD VOLUME   PROJ VOLUME'
                  ' PACE%  DAYS   SHORT/REBATE'
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-REPORT-HEADING-EXIT.
           EXIT.

       PRINT-ONE-CONTRACT.
           READ PACESRT-FILE INTO WK-PACE-REC
               AT END MOVE 'Y'         TO WK-PACE-EOF
           END-READ.
           IF WK-PACE-EOF = 'Y'
               GO TO PRINT-ONE-CONTRACT-EXIT
           END-IF.

           IF WK-FIRST-REC = 'N'
           AND (PW-AGY-NBR NOT = WK-SAVE-AGY-NBR
             OR PW-ADV-NBR NOT = WK-SAVE-ADV-NBR)
               MOVE 1                  TO WK-TX
               PERFORM PRINT-TOTAL-LINE
                  THRU PRINT-TOTAL-LINE-EXIT
           END-IF.
           IF WK-FIRST-REC = 'N'
           AND PW-AGY-NBR NOT = WK-SAVE-AGY-NBR
               MOVE 2                  TO WK-TX
               PERFORM PRINT-TOTAL-LINE
                  THRU PRINT-TOTAL-LINE-EXIT
           END-IF.
           IF WK-FIRST-REC = 'Y'
           OR PW-AGY-NBR NOT = WK-SAVE-AGY-NBR
               PERFORM PRINT-AGENCY-HEADING
                  THRU PRINT-AGENCY-HEADING-EXIT
           END-IF.
           IF WK-FIRST-REC = 'Y'
           OR PW-AGY-NBR NOT = WK-SAVE-AGY-NBR
           OR PW-ADV-NBR NOT = WK-SAVE-ADV-NBR
               PERFORM PRINT-ADV-HEADING
                  THRU PRINT-ADV-HEADING-EXIT
           END-IF.
           MOVE 'N'                    TO WK-FIRST-REC.
           MOVE PW-AGY-NBR             TO WK-SAVE-AGY-NBR.
           MOVE PW-ADV-NBR             TO WK-SAVE-ADV-NBR.

           MOVE PW-CNT-CODE            TO PL-CNT-CODE.
           MOVE PW-REF-NBR             TO PL-REF-NBR.
           MOVE PW-PUB                 TO PL-PUB.
           MOVE PW-EDITION             TO PL-EDITION.
           MOVE PW-AD-TYPE             TO PL-AD-TYPE.
           MOVE PW-START-DATE          TO PL-START-DATE.
           MOVE PW-END-DATE            TO PL-END-DATE.
           MOVE PW-CNT-LEVEL           TO PL-CNT-LEVEL.
           MOVE PW-CTD-VOL             TO PL-CTD-VOL.
           MOVE PW-PROJ-VOL            TO PL-PROJ-VOL.
           MOVE PW-PACE-PCT            TO PL-PACE-PCT.
           MOVE PW-DAYS-LEFT           TO PL-DAYS-LEFT.
           MOVE PW-EXPOSURE            TO PL-EXPOSURE.
           MOVE SPACES                 TO PL-NOTE.
           IF PW-FLAG = 'S'
               MOVE 'SHORT'            TO PL-NOTE
           END-IF.
           IF PW-RATE-FOUND = 'N'
               MOVE 'NO RATE'          TO PL-NOTE
           END-IF.
           IF PW-FLAG = 'R'
               MOVE '** AT RISK'       TO PL-NOTE
           END-IF.
           MOVE WK-PACE-LINE           TO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

           PERFORM ADD-TO-TOTALS
              THRU ADD-TO-TOTALS-EXIT
               VARYING WK-TX FROM 1 BY 1
                 UNTIL WK-TX > 3.

       PRINT-ONE-CONTRACT-EXIT.
           EXIT.

       ADD-TO-TOTALS.
           ADD 1                       TO WK-TOT-CNT (WK-TX).
           IF PW-FLAG = 'S' OR 'R'
               ADD 1                   TO WK-TOT-SHORT-CNT (WK-TX)
           END-IF.
           IF PW-FLAG = 'R'
               ADD 1                   TO WK-TOT-RISK-CNT (WK-TX)
           END-IF.
           IF PW-EXPOSURE > 0
               ADD PW-EXPOSURE         TO WK-TOT-SHORT-AMT (WK-TX)
           ELSE
               ADD PW-EXPOSURE         TO WK-TOT-REBATE-AMT (WK-TX)
           END-IF.

       ADD-TO-TOTALS-EXIT.
           EXIT.

       PRINT-AGENCY-HEADING.
           PERFORM PRINT-BLANK-LINE.
           IF PW-AGY-NBR = 0
               MOVE 'AGENCY - NOT YET BILLED'
                                       TO WK-RPT-LINE
               PERFORM PRINT-RPT-LINE
               GO TO PRINT-AGENCY-HEADING-EXIT
           END-IF.
           MOVE PW-AGY-NBR             TO NAD-ACCT-NBR.
           PERFORM GET-ACCT-NAME
              THRU GET-ACCT-NAME-EXIT.
           STRING 'AGENCY '     PW-AGY-NBR
                  '  '          NAD-NAM1 (1)
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-AGENCY-HEADING-EXIT.
           EXIT.

       PRINT-ADV-HEADING.
           MOVE PW-ADV-NBR             TO NAD-ACCT-NBR.
           PERFORM GET-ACCT-NAME
              THRU GET-ACCT-NAME-EXIT.
           STRING '  ADVERTISER ' PW-ADV-NBR
                  '  '          NAD-NAM1 (1)
                                       DELIMITED BY SIZE
               INTO WK-RPT-LINE.
           PERFORM PRINT-RPT-LINE.

       PRINT-ADV-HEADING-EXIT.
           EXIT.

       GET-ACCT-NAME.
           CALL 'GIT'                 USING NAD-FILE NAD-REC IO-PKT.
           IF STATUS-CODE NOT = 0
               MOVE 0 TO STATUS-CODE
               MOVE 'NOT ON NAME/ADDRESS FILE'
                                       TO NAD-NAM1 (1)
           END-IF.

       GET-ACCT-NAME-EXIT.
           EXIT.

       PRINT-TOTAL-LINE.
           MOVE WK-TOTAL-NAME (WK-TX)  TO TL-NAME.
           MOVE WK-TOT-CNT (WK-TX)     TO TL-CNT.
           MOVE WK-TOT-SHORT-CNT (WK-TX)
                                       TO TL-SHORT-CNT.
           MOVE WK-TOT-RISK-CNT (WK-TX)
                                       TO TL-RISK-CNT.
           MOVE WK-TOT-SHORT-AMT (WK-TX)
                                       TO TL-SHORT-AMT.
           MOVE WK-TOT-REBATE-AMT (WK-TX)
                                       TO TL-REBATE-AMT.
           MOVE WK-TOTAL-LINE          TO WK-RPT-LINE.
           IF WK-TX = 3
               PERFORM PRINT-BLANK-LINE
           END-IF.
           PERFORM PRINT-RPT-LINE.
           IF WK-TX < 3
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
