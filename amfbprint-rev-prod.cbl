AL-47      SELECT EDI-FILE             ASSIGN TO SYS085
                             ORGANIZATION IS LINE SEQUENTIAL.

AL-52      SELECT CMREG-FILE           ASSIGN TO SYS084
                             ORGANIZATION IS LINE SEQUENTIAL.

AL-53      SELECT GLEXT-FILE           ASSIGN TO SYS083
                             ORGANIZATION IS LINE SEQUENTIAL.

AL-54      SELECT SLSCRD-FILE          ASSIGN TO SYS082
                             ORGANIZATION IS LINE SEQUENTIAL.

AL-55      SELECT OPTIONAL FXRATE-FILE ASSIGN TO FXRATE
                             ORGANIZATION IS LINE SEQUENTIAL.

AL-56      SELECT DUPEXC-FILE          ASSIGN TO SYS081
                             ORGANIZATION IS LINE SEQUENTIAL.

AL-48      SELECT ARCHIVE-FILE         ASSIGN TO INVARCH
AL-48             ORGANIZATION IS INDEXED
AL-48             ACCESS MODE  IS DYNAMIC
AL-48             RECORD KEY   IS ARCH-KEY
AL-48             FILE STATUS  IS ARCH-STATUS-CODE.

AL-51      SELECT HOLD-FILE            ASSIGN TO WOHOLD
AL-51             ORGANIZATION IS INDEXED
AL-51             ACCESS MODE  IS DYNAMIC
AL-51             RECORD KEY   IS HOLD-JOB-NBR
AL-51             FILE STATUS  IS HOLD-STATUS-CODE.

AL-56      SELECT BJOB-FILE            ASSIGN TO BILLJOB
AL-56             ORGANIZATION IS INDEXED
AL-56             ACCESS MODE  IS DYNAMIC
AL-56             RECORD KEY   IS BJOB-JOB-NBR
AL-56             FILE STATUS  IS BJOB-STATUS-CODE.
AL-56
AL-56      SELECT RJOB-FILE            ASSIGN TO RUNJOB
AL-56             ORGANIZATION IS INDEXED
AL-56             ACCESS MODE  IS DYNAMIC
AL-56             RECORD KEY   IS RJOB-JOB-NBR
AL-56             FILE STATUS  IS RJOB-STATUS-CODE.

020300/
020400 DATA DIVISION.                                                   
020600 FILE SECTION.   
AL-47  FD  EDI-FILE                    COPY AMZFSTD.
AL-47  01  EDI-REC                     PIC X(256).

AL-52  FD  CMREG-FILE                  COPY AMZFSTD.
AL-52  01  CMREG-REC                   PIC X(96).

AL-53  FD  GLEXT-FILE                  COPY AMZFSTD.
AL-53  01  GLEXT-REC                   PIC X(100).

AL-54  FD  SLSCRD-FILE                 COPY AMZFSTD.
AL-54  01  SLSCRD-REC                  PIC X(100).

AL-55  FD  FXRATE-FILE                 COPY AMZFSEL.
AL-55  01  FXRATE-REC                  PIC X(80).

AL-56  FD  DUPEXC-FILE                 COPY AMZFSTD.
AL-56  01  DUPEXC-REC                  PIC X(104).

AL-48  FD  ARCHIVE-FILE.
AL-48  01  ARCH-REC.
AL-48      05  ARCH-KEY.
AL-48          10  ARCH-LINE-NBR       PIC 9(05).
AL-48      05  ARCH-LINE               PIC X(200).

AL-51  FD  HOLD-FILE.
AL-51  01  HOLD-REC.
AL-51      05  HOLD-JOB-NBR            PIC 9(10).
AL-51      05  HOLD-ACCT-NBR           PIC 9(09).
AL-51      05  HOLD-AGY-NBR            PIC 9(09).
AL-51      05  HOLD-PUB                PIC X(04).
AL-51      05  HOLD-ISSUE              PIC 9(08).
AL-51      05  HOLD-REASON             PIC X(04).
AL-51      05  HOLD-COMM-EXP-AMT       PIC S9(09)V99.
AL-51      05  HOLD-COMM-ACT-AMT       PIC S9(09)V99.
AL-51      05  HOLD-RATE-EXP-AMT       PIC S9(09)V99.
AL-51      05  HOLD-RATE-ACT-AMT       PIC S9(09)V99.
AL-51      05  HOLD-WO-AMT             PIC S9(09)V99.
AL-51      05  HOLD-DATE               PIC 9(08).
AL-51      05  HOLD-LAST-DATE          PIC 9(08).
AL-51      05  HOLD-STATUS             PIC X(01).
AL-51      05  HOLD-ACTION-DATE        PIC 9(08).
AL-51      05  HOLD-ACTION-BY          PIC X(08).
AL-51      05  HOLD-NOTE               PIC X(40).
AL-51      05  HOLD-SEL-IMAGE          PIC X(80).

AL-56  FD  BJOB-FILE.
AL-56  01  BJOB-REC.
AL-56      05  BJOB-JOB-NBR            PIC 9(10).
AL-56      05  BJOB-STATUS             PIC X(01).
AL-56      05  BJOB-DOC-TYPE           PIC X(01).
AL-56      05  BJOB-DOC-NBR            PIC 9(09).
AL-56      05  BJOB-INVC-DATE          PIC 9(08).
AL-56      05  BJOB-AMT                PIC S9(09)V99.
AL-56      05  BJOB-ACCT-NBR           PIC 9(09).
AL-56      05  BJOB-AGY-NBR            PIC 9(09).
AL-56      05  BJOB-PUB                PIC X(04).
AL-56      05  BJOB-ISSUE              PIC 9(08).
AL-56      05  BJOB-RUN-DATE           PIC 9(08).
AL-56      05  BJOB-RUN-TYPE           PIC X(01).
AL-56      05  BJOB-RUN-ORG            PIC X(03).
AL-56      05  BJOB-ADJ-CNT            PIC 9(05).
AL-56      05  BJOB-LAST-DOC-TYPE      PIC X(01).
AL-56      05  BJOB-LAST-DOC-NBR       PIC 9(09).
AL-56      05  BJOB-LAST-DATE          PIC 9(08).
AL-56      05  BJOB-LAST-AMT           PIC S9(09)V99.
AL-56      05  FILLER                  PIC X(20).
AL-56
AL-56  FD  RJOB-FILE.
AL-56  01  RJOB-REC.
AL-56      05  RJOB-JOB-NBR            PIC 9(10).
AL-56      05  RJOB-ACCT-NBR           PIC 9(09).
AL-56      05  RJOB-BSEL-ENTRY         PIC 9(03).
AL-56      05  RJOB-WO-AMT             PIC S9(09)V99.

020800 FD  MAG-TAPE-FILE               COPY AMZFSTD.
020900 01  MAG-TAPE-REC                PIC X(175).                      
021000                                                                  
AL-39 *>   documents.  Not part of the sort key - credit orders
AL-39 *>   already cluster by their own SSL-S-INV series.
AL-39      03  SSL-S-CRED-FLAG         PIC X(01).
AL-54 *>   the work order's salesperson team and split, copied from
AL-54 *>   SEL-SLS-TEAM on the select record for the sales-credit
AL-54 *>   file.  Not part of the sort key.
AL-54      03  SSL-S-SLS-TEAM.
AL-54          05  SSL-S-SLSMAN        OCCURS 4.
AL-54              10  SSL-S-SLS-NBR   PIC 9(04) COMP.
AL-54              10  SSL-S-SLS-PCT   PIC 9(03) COMP.

09/07- 01  SSL-CC-REC.                                                  
09/07-     05  SSL-CC-TYPE.                                             
AL-39 *>   must cover the whole SSL-REC - a short hold space-fills
AL-39 *>   the tail (ssl-parm-dates, SSL-S-INV, SSL-S-CRED-FLAG) on
AL-39 *>   restore, exactly the fields the document-break tests read
AL-39**01  HOLD-SSL-REC            PIC X(532).
AL-54  01  HOLD-SSL-REC            PIC X(548).
AL-06   01 GROUP-CONTROL-TABLE.                                       
AL-06      05  GCT-MAX-ENTRY           PIC 9(04) comp VALUE ZERO.     
AL-06      05  GCT-ENTRY               OCCURS 20  TIMES               
AL-43      05  IN49                    PIC X(04) VALUE 'IN49'.
AL-48 *>   --- CANNOT OPEN INVOICE DOCUMENT ARCHIVE
AL-48      05  IN50                    PIC X(04) VALUE 'IN50'.
AL-51 *>   --- CANNOT OPEN HELD WORK-ORDER FILE
AL-51      05  IN51                    PIC X(04) VALUE 'IN51'.
AL-53 *>   --- GL JOURNAL SUMMARY TABLE NEEDS EXPANDING
AL-53      05  IN52                    PIC X(04) VALUE 'IN52'.
AL-55 *>   --- FX RATE TABLE NEEDS EXPANDING
AL-55      05  IN53                    PIC X(04) VALUE 'IN53'.
AL-56 *>   --- CANNOT OPEN BILLED WORK-ORDER HISTORY
AL-56      05  IN54                    PIC X(04) VALUE 'IN54'.
042600
042700 01  PARM-CARD.                                                   
042800     05  PARM-PUB                PIC X(04) VALUE SPACES.          
AL-44          01  WK-AGE-AMT-P3        PIC ZZZ,ZZZ,ZZ9.99CR.
AL-44          01  WK-AGE-AMT-P4        PIC ZZZ,ZZZ,ZZ9.99CR.
AL-44          01  WK-DUN-MSG-KEY       PIC X(04)     VALUE SPACES.
AL-51          01  HOLD-STATUS-CODE     PIC X(02)     VALUE SPACES.
AL-51          01  WK-HOLD-OPEN         PIC X(01)     VALUE 'N'.
AL-51          01  WK-HOLD-FOUND        PIC X(01)     VALUE 'N'.
AL-51          01  WK-HOLD-VOID-FLG     PIC X(01)     VALUE 'N'.
AL-51          01  WK-HOLD-WRITE-CNT    PIC 9(07)     VALUE 0.
AL-51          01  WK-HOLD-RLSE-CNT     PIC 9(07)     VALUE 0.
AL-51          01  WK-HOLD-VOID-CNT     PIC 9(07)     VALUE 0.
AL-52          01  WK-CMREG-LAST-WR     PIC 9(13) comp VALUE 0.
AL-52          01  WK-CMREG-CNT         PIC 9(07)     VALUE 0.
AL-53 *>   GL journal extract - billed revenue by pub / edition / ad
AL-53 *>   type / issue month, split between revenue earned in this
AL-53 *>   cycle ('R') and revenue deferred to a later issue ('D').
AL-53          01  WK-GL-DTL-CNT        PIC 9(07)     VALUE 0.
AL-53          01  WK-GL-REV-AMT        PIC S9(11)V99 VALUE +0.
AL-53          01  WK-GL-DEF-AMT        PIC S9(11)V99 VALUE +0.
AL-53          01  WK-GL-THIS-KEY.
AL-53              05  WK-GL-THIS-CLS   PIC X(01)     VALUE SPACE.
AL-53              05  WK-GL-THIS-PUB   PIC X(04)     VALUE SPACES.
AL-53              05  WK-GL-THIS-ED    PIC X(04)     VALUE SPACES.
AL-53              05  WK-GL-THIS-ADT   PIC X(04)     VALUE SPACES.
AL-53              05  WK-GL-THIS-YYMM  PIC 9(06)     VALUE 0.
AL-53          01  WK-GL-THIS-AMT       PIC S9(09)V99 VALUE +0.
AL-53          01  WK-GL-SETTLE-FLG     PIC X(01)     VALUE 'N'.
AL-53          01  WK-GL-SUM-CNT        PIC 9(04)     VALUE 0.
AL-53          01  WK-GL-SUM-MAX        PIC 9(04)     VALUE 500.
AL-53          01  WK-GL-SUM-TABLE.
AL-53              05  WK-GL-SUM-LINE OCCURS 500 INDEXED BY WK-GSX.
AL-53                  10  WK-GL-SUM-KEY.
AL-53                      15  WK-GL-SUM-CLS  PIC X(01) VALUE SPACE.
AL-53                      15  WK-GL-SUM-PUB  PIC X(04) VALUE SPACES.
AL-53                      15  WK-GL-SUM-ED   PIC X(04) VALUE SPACES.
AL-53                      15  WK-GL-SUM-ADT  PIC X(04) VALUE SPACES.
AL-53                      15  WK-GL-SUM-YYMM PIC 9(06) VALUE 0.
AL-53                  10  WK-GL-SUM-AMT  PIC S9(11)V99 VALUE +0.
AL-53                  10  WK-GL-SUM-RCNT PIC 9(07)     VALUE 0.
AL-53          01  WK-GLEXT-REC.
AL-53              05  GLEXT-REC-TYPE   PIC X(01).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-CLASS      PIC X(01).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-DOC-TYPE   PIC X(01).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-DOC-NBR    PIC 9(09).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-INVC-DATE  PIC 9(08).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-ACCT-NBR   PIC 9(09).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-PUB        PIC X(04).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-EDITION    PIC X(04).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-AD-TYPE    PIC X(04).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-ISSUE      PIC 9(08).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-JOB-NBR    PIC 9(09).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-NET-AMT    PIC S9(09)V99 SIGN IS
AL-53                                   LEADING SEPARATE.
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-AR-SUBLED  PIC X(02).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLEXT-AR-LED     PIC X(04).
AL-53          01  WK-GLSUM-REC.
AL-53              05  GLSUM-REC-TYPE   PIC X(01).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-CLASS      PIC X(01).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-POST-DATE  PIC 9(08).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-PUB        PIC X(04).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-EDITION    PIC X(04).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-AD-TYPE    PIC X(04).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-ISSUE-YYMM PIC 9(06).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-WO-CNT     PIC 9(07).
AL-53              05  FILLER           PIC X(01).
AL-53              05  GLSUM-AMT        PIC S9(11)V99 SIGN IS
AL-53                                   LEADING SEPARATE.
AL-54 *>   Sales credit - the team and split come from the select
AL-54 *>   record (SEL-SLS-TEAM) and ride through the sort on
AL-54 *>   SSL-S-SLS-TEAM.  A select record written before the team
AL-54 *>   was carried has spaces there and is treated as no team.
AL-54          01  WK-SLS-TEAM.
AL-54              05  WK-SLSMAN        OCCURS 4.
AL-54                  10  WK-SLS-NBR   PIC 9(04) COMP.
AL-54                  10  WK-SLS-PCT   PIC 9(03) COMP.
AL-54          01  WK-SLS-X             PIC 9(02)     VALUE 0.
AL-54          01  WK-SLS-LAST-X        PIC 9(02)     VALUE 0.
AL-54          01  WK-SLS-PCT-TOT       PIC 9(04)     VALUE 0.
AL-54          01  WK-SLS-DONE-AMT      PIC S9(09)V99 VALUE +0.
AL-54          01  WK-SLS-REC-CNT       PIC 9(07)     VALUE 0.
AL-54          01  WK-SLS-TOT-AMT       PIC S9(11)V99 VALUE +0.
AL-54          01  WK-SLS-UNASGN-AMT    PIC S9(11)V99 VALUE +0.
AL-54          01  WK-SLSCRD-REC.
AL-54              05  SLC-SLS-NBR      PIC 9(04).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-SLS-PCT      PIC 9(03).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-DOC-TYPE     PIC X(01).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-DOC-NBR      PIC 9(09).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-ORIG-INVC    PIC 9(09).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-INVC-DATE    PIC 9(08).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-ACCT-NBR     PIC 9(09).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-AGY-NBR      PIC 9(09).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-PUB          PIC X(04).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-JOB-NBR      PIC 9(09).
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-NET-AMT      PIC S9(09)V99 SIGN IS
AL-54                                   LEADING SEPARATE.
AL-54              05  FILLER           PIC X(01).
AL-54              05  SLC-CREDIT-AMT   PIC S9(09)V99 SIGN IS
AL-54                                   LEADING SEPARATE.
AL-55 *>   Billing currency - resolved per document from the billed
AL-55 *>   account: a 'BCUR' code record for the account itself,
AL-55 *>   else the 'CCUR' record for its VAT billing country (or
AL-55 *>   its mailing country), else dollars.  Currency code in
AL-55 *>   the first three bytes of COD-VALX-4.  The rate is the
AL-55 *>   dated FXRATE row in force on the invoice date, in units
AL-55 *>   of billing currency per US dollar.  A foreign currency
AL-55 *>   with no rate on file bills in dollars and is reported.
AL-55          01  WK-FX-CURR           PIC X(03)     VALUE 'USD'.
AL-55          01  WK-FX-ACCT           PIC 9(09)     VALUE 0.
AL-55          01  WK-FX-CNTRY          PIC X(04)     VALUE SPACES.
AL-55          01  WK-FX-RATE           PIC 9(04)V9(06) VALUE 1.
AL-55          01  WK-FX-RATE-DATE      PIC 9(08)     VALUE 0.
AL-55          01  WK-FX-USD-AMT        PIC S9(09)V99 VALUE +0.
AL-55          01  WK-FX-BILL-AMT       PIC S9(09)V99 VALUE +0.
AL-55          01  WK-FX-AMT-P          PIC ZZZ,ZZZ,ZZ9.99CR.
AL-55          01  WK-FX-USD-P          PIC ZZZ,ZZZ,ZZ9.99CR.
AL-55          01  WK-FX-RATE-P         PIC ZZZ9.999999.
AL-55          01  WK-FX-DOC-CNT        PIC 9(07)     VALUE 0.
AL-55          01  WK-FX-NO-RATE-CNT    PIC 9(07)     VALUE 0.
AL-55          01  WK-FXRATE-EOF        PIC X(01)     VALUE 'N'.
AL-55          01  WK-FXRATE-REC.
AL-55              05  FXR-CURR         PIC X(03).
AL-55              05  FILLER           PIC X(01).
AL-55              05  FXR-EFF-DATE     PIC 9(08).
AL-55              05  FILLER           PIC X(01).
AL-55              05  FXR-RATE         PIC 9(04)V9(06).
AL-55              05  FILLER           PIC X(57).
AL-55 *>   Rate table - the whole FXRATE file, loaded once per run.
AL-55          01  WK-FXR-CNT           PIC 9(04)     VALUE 0.
AL-55          01  WK-FXR-MAX           PIC 9(04)     VALUE 500.
AL-55          01  WK-FXR-TABLE.
AL-55              05  WK-FXR-LINE OCCURS 500 INDEXED BY WK-FXX.
AL-55                  10  WK-FXR-CURR  PIC X(03)     VALUE SPACES.
AL-55                  10  WK-FXR-DATE  PIC 9(08)     VALUE 0.
AL-55                  10  WK-FXR-RATE  PIC 9(04)V9(06) VALUE 0.
AL-55 *>   Country currency cache - one 'CCUR' read per country.
AL-55          01  WK-CCUR-CNT          PIC 9(02)     VALUE 0.
AL-55          01  WK-CCUR-MAX          PIC 9(02)     VALUE 30.
AL-55          01  WK-CCUR-TABLE.
AL-55              05  WK-CCUR-LINE OCCURS 30 INDEXED BY WK-CCX.
AL-55                  10  WK-CCUR-CNTRY PIC X(04)    VALUE SPACES.
AL-55                  10  WK-CCUR-CURR PIC X(03)     VALUE SPACES.
AL-55 *>   NEWT-OUT type 6 - the document's totals in its billing
AL-55 *>   currency beside the dollar totals, following the type 4.
AL-55          01  WK-NT-FX-REC.
AL-55              05  NTFX-CODE        PIC X(01).
AL-55              05  NTFX-AGY-NBR     PIC X(12).
AL-55              05  NTFX-INVC-NBR    PIC 9(12).
AL-55              05  NTFX-BILL-CURR   PIC X(03).
AL-55              05  NTFX-FX-RATE     PIC 9(04)V9(06).
AL-55              05  NTFX-RATE-DATE   PIC 9(08).
AL-55              05  NTFX-USD-GROSS   PIC S9(09)V99 SIGN IS
AL-55                                   LEADING SEPARATE.
AL-55              05  NTFX-USD-NET     PIC S9(09)V99 SIGN IS
AL-55                                   LEADING SEPARATE.
AL-55              05  NTFX-USD-VAT     PIC S9(09)V99 SIGN IS
AL-55                                   LEADING SEPARATE.
AL-55              05  NTFX-BILL-GROSS  PIC S9(09)V99 SIGN IS
AL-55                                   LEADING SEPARATE.
AL-55              05  NTFX-BILL-NET    PIC S9(09)V99 SIGN IS
AL-55                                   LEADING SEPARATE.
AL-55              05  NTFX-BILL-VAT    PIC S9(09)V99 SIGN IS
AL-55                                   LEADING SEPARATE.
AL-56 *>   Billed work-order history (BILLJOB) - one row per job
AL-56 *>   billed, with the document it was first billed on.  RUNJOB
AL-56 *>   is this run's scratch list of jobs released to the sort.
AL-56          01  BJOB-STATUS-CODE     PIC X(02)     VALUE SPACES.
AL-56          01  RJOB-STATUS-CODE     PIC X(02)     VALUE SPACES.
AL-56          01  WK-BJOB-OPEN         PIC X(01)     VALUE 'N'.
AL-56          01  WK-RJOB-OPEN         PIC X(01)     VALUE 'N'.
AL-56          01  WK-BJOB-FOUND        PIC X(01)     VALUE 'N'.
AL-56          01  WK-RJOB-FOUND        PIC X(01)     VALUE 'N'.
AL-56          01  WK-RJOB-EOF          PIC X(01)     VALUE 'N'.
AL-56          01  WK-BILLED-DUP-FLG    PIC X(01)     VALUE 'N'.
AL-56          01  WK-BILLED-ADJ-FLG    PIC X(01)     VALUE 'N'.
AL-56          01  WK-BJOB-BSEL         PIC 9(03)     VALUE 0.
AL-56          01  WK-DUP-HIST-CNT      PIC 9(07)     VALUE 0.
AL-56          01  WK-DUP-RUN-CNT       PIC 9(07)     VALUE 0.
AL-56          01  WK-DUP-ADJ-CNT       PIC 9(07)     VALUE 0.
AL-56          01  WK-BJOB-WRITE-CNT    PIC 9(07)     VALUE 0.
AL-56          01  WK-BJOB-UPD-CNT      PIC 9(07)     VALUE 0.
AL-56          01  WK-BJOB-CLEAR-CNT    PIC 9(07)     VALUE 0.
AL-56          01  WK-BJOB-DONE-CNT     PIC 9(07)     VALUE 0.
AL-56          01  WK-DUPEXC-REC.
AL-56              05  DUPEXC-JOB-NBR   PIC 9(10).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-ACCT-NBR  PIC 9(09).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-AGY-NBR   PIC 9(09).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-PUB       PIC X(04).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-ISSUE     PIC 9(08).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-WO-AMT    PIC S9(09)V99 SIGN IS
AL-56                                   LEADING SEPARATE.
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-BSEL      PIC 9(03).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-SOURCE    PIC X(04).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-DOC-TYPE  PIC X(01).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-DOC-NBR   PIC 9(09).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-INVC-DATE PIC 9(08).
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-ORIG-AMT  PIC S9(09)V99 SIGN IS
AL-56                                   LEADING SEPARATE.
AL-56              05  FILLER           PIC X(01).
AL-56              05  DUPEXC-ORIG-BSEL PIC 9(03).
AL-50          01  WK-VAT-CNTRY         PIC X(04)     VALUE SPACES.
AL-50          01  WK-VAT-ID            PIC X(14)     VALUE SPACES.
AL-50          01  WK-VAT-RATE          PIC 9(03)V99  VALUE 0.
AL-50 *>   statements) sees the full amount owed on the document.
AL-50              05  INVREG-VAT-AMT   PIC S9(09)V99 SIGN IS
AL-50                                   LEADING SEPARATE.
AL-55              05  FILLER           PIC X(01).
AL-55 *>   Billing currency and the rate the document was billed
AL-55 *>   at - spaces on documents billed in dollars.
AL-55              05  INVREG-BILL-CURR PIC X(03).
AL-55              05  INVREG-FX-RATE   PIC 9(04)V9(06).
AL-39          01  WK-CRED-NBR          PIC 9(13) comp VALUE 0.
AL-39          01  WK-CRED-TYPE         PIC 9(01)     VALUE 0.
AL-38          01  WK-CCXREF-REC.
AL-01A      
           move 'G' to wk-eu-pg-flg.
AL-31      PERFORM LOAD-THE-EUROR-TABLE.
AL-55      PERFORM LOAD-FX-RATES
AL-55           THRU LOAD-FX-RATES-EXIT.
           move spaces to wk-curr-val1.
           initialize hdr-lines
                      footer-lines
AL-36                  EDELIV-FILE
AL-42                  COMM-VAR-FILE
AL-46                  RATE-EXC-FILE
AL-56                  DUPEXC-FILE


127100     SORT SSL-FILE
127600          SSL-SORT-ADV                                            
127700          SSL-SORT-PUB-CNT                                        
127800          SSL-SORT-WO                                             
127900        INPUT PROCEDURE IS SORT-IN
128000       OUTPUT PROCEDURE IS SORT-OUT.
128100
AL-51      IF  WK-HOLD-OPEN = 'Y'
AL-51          CLOSE HOLD-FILE
AL-51          MOVE 'N'                TO WK-HOLD-OPEN
AL-51      END-IF.
AL-51
AL-56      PERFORM FINISH-BILLED-JOBS
AL-56           THRU FINISH-BILLED-JOBS-EXIT.
AL-01A**** 
AL-01A      MOVE Y2K-DATE-HOLD         TO CTL-REC-RUN.
AL-01A      MOVE TTL-TTL-NET-AMT       TO CTL-REC-NET.
AL-36            EDELIV-FILE
AL-42            COMM-VAR-FILE
AL-46            RATE-EXC-FILE
AL-56            DUPEXC-FILE

DW-08      IF  WK-TTL-CC-COUNT-N not > 0                                
DW-08          OPEN OUTPUT LOCKBOXN-FILE                                
AL-38                  CCXREF-FILE
AL-40                  INVREG-FILE
AL-41                  TAXEXT-FILE
AL-47                  EDI-FILE
AL-52                  CMREG-FILE
AL-53                  GLEXT-FILE
AL-54                  SLSCRD-FILE.

AL-48 *>   The document archive persists across runs - each cycle
AL-48 *>   adds its documents to the file, never recreates it, so
AL-38            CCXREF-FILE
AL-40            INVREG-FILE
AL-41            TAXEXT-FILE
AL-47            EDI-FILE
AL-52            CMREG-FILE
AL-53            GLEXT-FILE
AL-54            SLSCRD-FILE.

AL-48      IF  WK-PROOF-RUN NOT = 'Y'
AL-48          CLOSE ARCHIVE-FILE
AL-50          PERFORM COMPUTE-LINE-VAT
AL-50               THRU COMPUTE-LINE-VAT-EXIT
AL-50      END-IF.
AL-53      PERFORM WRITE-GL-EXTRACT
AL-53           THRU WRITE-GL-EXTRACT-EXIT.
AL-56      PERFORM PUT-BILLED-JOB
AL-56           THRU PUT-BILLED-JOB-EXIT.
AL-51      PERFORM RELEASE-WO-HOLD
AL-51           THRU RELEASE-WO-HOLD-EXIT.
AL-54      PERFORM WRITE-SALES-CREDIT
AL-54           THRU WRITE-SALES-CREDIT-EXIT.
TEST-2     MOVE WS-INV-NBR-NEW(7:12)   TO WK-NT-INV-NBR
CTS-02*                                                                 
149600                                                                  
AL-47          MOVE 'Y'                TO WK-EDI-FLG
AL-47          MOVE NAD-ACCT-NBR       TO WK-EDI-PARTNER.
AL-47
AL-55 *>   Billing currency comes from the same billed account.  The
AL-55 *>   code-file reads leave the account read's status as found
AL-55 *>   for the VAT test below.
AL-55      MOVE 'USD'                  TO WK-FX-CURR.
AL-55      MOVE 1                      TO WK-FX-RATE.
AL-55      MOVE 0                      TO WK-FX-RATE-DATE.
AL-55      IF  STATUS-CODE = ZEROS
AL-55          PERFORM GET-BILL-CURR
AL-55               THRU GET-BILL-CURR-EXIT
AL-55          MOVE ZEROS              TO STATUS-CODE
AL-55      END-IF.
AL-55
AL-50 *>   VAT billing context comes from the same billed account -
AL-50 *>   a VAT billing country makes this a VAT document.
AL-50      MOVE SPACES                 TO WK-VAT-CNTRY
AL-37      END-IF.
           display 'write ' NEW-TECH-REC-4.
AL-01A     ADD 1     TO WK-NT-REC-CNT.
AL-55      IF  WK-FX-CURR NOT = 'USD'
AL-55          PERFORM WRITE-NEWT-FX-TOTALS
AL-55               THRU WRITE-NEWT-FX-TOTALS-EXIT
AL-55      END-IF.
           add 1                       to TTL-INVC-NBR
AL-36      IF  WK-ROUTE = 'E'
AL-36          ADD 1                   TO WK-EDELIV-INVC-CNT
AL-50          PERFORM WRITE-VAT-SUMMARY
AL-50               THRU WRITE-VAT-SUMMARY-EXIT
AL-50      END-IF.
AL-55      IF  WK-FX-CURR NOT = 'USD'
AL-55          PERFORM WRITE-FX-SUMMARY
AL-55               THRU WRITE-FX-SUMMARY-EXIT
AL-55      END-IF.

333000     PERFORM WRITE-FOOTER-5.
333100     PERFORM WRITE-FOOTER-6.
AL-46      PERFORM PRINT-DETAIL-LINE.
AL-46      PERFORM PRINT-BLANK-LINE.
AL-46
AL-51      MOVE 'Hold File W.O. Written:'  TO DTL-LINE-TOT.
AL-51      MOVE WK-HOLD-WRITE-CNT          TO DTL-AMT-TOT-P.
AL-51      PERFORM PRINT-DETAIL-LINE.
AL-51      MOVE 'Hold File W.O. Released:' TO DTL-LINE-TOT.
AL-51      MOVE WK-HOLD-RLSE-CNT           TO DTL-AMT-TOT-P.
AL-51      PERFORM PRINT-DETAIL-LINE.
AL-51      MOVE 'Hold File W.O. Voided:'   TO DTL-LINE-TOT.
AL-51      MOVE WK-HOLD-VOID-CNT           TO DTL-AMT-TOT-P.
AL-51      PERFORM PRINT-DETAIL-LINE.
AL-51      PERFORM PRINT-BLANK-LINE.
AL-51
AL-56      MOVE 'Dup Billing W.O. - History:' TO DTL-LINE-TOT.
AL-56      MOVE WK-DUP-HIST-CNT            TO DTL-AMT-TOT-P.
AL-56      PERFORM PRINT-DETAIL-LINE.
AL-56      MOVE 'Dup Billing W.O. - This Run:' TO DTL-LINE-TOT.
AL-56      MOVE WK-DUP-RUN-CNT             TO DTL-AMT-TOT-P.
AL-56      PERFORM PRINT-DETAIL-LINE.
AL-56      MOVE 'Adjustments On Billed W.O.:' TO DTL-LINE-TOT.
AL-56      MOVE WK-DUP-ADJ-CNT             TO DTL-AMT-TOT-P.
AL-56      PERFORM PRINT-DETAIL-LINE.
AL-56      MOVE 'Billed Job History Added:'   TO DTL-LINE-TOT.
AL-56      MOVE WK-BJOB-WRITE-CNT          TO DTL-AMT-TOT-P.
AL-56      PERFORM PRINT-DETAIL-LINE.
AL-56      MOVE 'Billed Job History Updated:' TO DTL-LINE-TOT.
AL-56      MOVE WK-BJOB-UPD-CNT            TO DTL-AMT-TOT-P.
AL-56      PERFORM PRINT-DETAIL-LINE.
AL-56      PERFORM PRINT-BLANK-LINE.
AL-52      MOVE 'Credit Memo Register Recs:' TO DTL-LINE-TOT.
AL-52      MOVE WK-CMREG-CNT               TO DTL-AMT-TOT-P.
AL-52      PERFORM PRINT-DETAIL-LINE.
AL-52      PERFORM PRINT-BLANK-LINE.
AL-52
AL-49      IF  WK-PART-RUN = 'Y'
AL-49          MOVE 'Partition Number:'    TO DTL-LINE-TOT
AL-49          MOVE WK-PART-ID             TO DTL-AMT-TOT-P
AL-50               THRU WRITE-VAT-RECAP-EXIT
AL-50      END-IF.
AL-50
AL-53      PERFORM WRITE-GL-JOURNAL
AL-53           THRU WRITE-GL-JOURNAL-EXIT.
AL-53      IF  WK-GL-DTL-CNT > 0
AL-53          MOVE 'GL Revenue Earned:'   TO DTL-LINE-TOT
AL-53          MOVE WK-GL-REV-AMT          TO DTL-AMT-TOT-P
AL-53          PERFORM PRINT-DETAIL-LINE
AL-53          MOVE 'GL Revenue Deferred:' TO DTL-LINE-TOT
AL-53          MOVE WK-GL-DEF-AMT          TO DTL-AMT-TOT-P
AL-53          PERFORM PRINT-DETAIL-LINE
AL-53          PERFORM PRINT-BLANK-LINE
AL-53      END-IF.
AL-53
AL-54      IF  WK-SLS-REC-CNT > 0
AL-54          MOVE 'Sales Credit Total:'  TO DTL-LINE-TOT
AL-54          MOVE WK-SLS-TOT-AMT         TO DTL-AMT-TOT-P
AL-54          PERFORM PRINT-DETAIL-LINE
AL-54          IF  WK-SLS-UNASGN-AMT NOT = ZEROS
AL-54              MOVE 'Sales Credit No Team:'
AL-54                                      TO DTL-LINE-TOT
AL-54              MOVE WK-SLS-UNASGN-AMT  TO DTL-AMT-TOT-P
AL-54              PERFORM PRINT-DETAIL-LINE
AL-54          END-IF
AL-54          PERFORM PRINT-BLANK-LINE
AL-54      END-IF.
AL-54
AL-55      IF  WK-FX-DOC-CNT > 0
AL-55      OR  WK-FX-NO-RATE-CNT > 0
AL-55          MOVE 'Foreign Currency Documents:'
AL-55                                      TO DTL-LINE-TOT
AL-55          MOVE WK-FX-DOC-CNT          TO DTL-AMT-TOT-P
AL-55          PERFORM PRINT-DETAIL-LINE
AL-55          MOVE 'No FX Rate - Billed USD:'
AL-55                                      TO DTL-LINE-TOT
AL-55          MOVE WK-FX-NO-RATE-CNT      TO DTL-AMT-TOT-P
AL-55          PERFORM PRINT-DETAIL-LINE
AL-55          PERFORM PRINT-BLANK-LINE
AL-55      END-IF.
AL-55
359500
359600 DUMP-TOT-TABLE.                                                  
359700*---------------*                                                 
375200 SORT-IN SECTION.                                                 
375300*---------------*                                                 
375600                                                                  
375700     PERFORM PROCESS-PARMS.
AL-51      PERFORM OPEN-HOLD-FILE
AL-51           THRU OPEN-HOLD-FILE-EXIT.
AL-56      PERFORM OPEN-BILLED-JOBS
AL-56           THRU OPEN-BILLED-JOBS-EXIT.

           Perform Get-Bsel-File-Names
           move zeros                  to ttl-digital-gross-amt              
381300                     
381400     IF  SEL-STATUS NOT = 'P'
381500         MOVE SEL-REC            TO SSL-REC
AL-54          MOVE SEL-SLS-TEAM       TO SSL-S-SLS-TEAM
AL-20          PERFORM CALL-GIT-WO                                      47161001
AL-08          move wo-ad-posn         to wk-ad-posn
AL-42          PERFORM CHECK-AGY-COMM
AL-46          PERFORM CHECK-WO-RATE
AL-46               THRU CHECK-WO-RATE-EXIT
AL-51          PERFORM CHECK-WO-HOLD
AL-51               THRU CHECK-WO-HOLD-EXIT
AL-42          if  WK-COMM-HOLD-FLG = 'Y'
AL-46          or  WK-RATE-HOLD-FLG = 'Y'
AL-51          or  WK-HOLD-VOID-FLG = 'Y'
AL-51              if  WK-HOLD-VOID-FLG = 'Y'
AL-51                  display 'wo voided by billing desk '
AL-51                           wo-job-nbr
AL-51              else
AL-51                  PERFORM WRITE-WO-HOLD
AL-51                       THRU WRITE-WO-HOLD-EXIT
AL-51              end-if
AL-46              if  WK-COMM-HOLD-FLG = 'Y'
AL-42                  display 'holding wo for comm variance '
AL-42                           wo-job-nbr
AL-49 *>   the resolved SSL-AGY-ACCT-NBR, after CREATE-SSL-REC-3
AL-49 *>   has folded direct advertisers onto their parent, so a
AL-49 *>   document can never straddle two partitions.
AL-49      PERFORM TEST-PART-RANGE
AL-49      IF  WK-PART-KEEP NOT = 'Y'
AL-49          ADD 1                   TO WK-PART-SKIP-CNT
AL-49      END-IF
AL-56 *>   Already billed on an earlier run, or released once already
AL-56 *>   in this run from another select file - kept out of the
AL-56 *>   sort and listed on the duplicate-billing exception report.
AL-56      IF  WK-PART-KEEP = 'Y'
AL-56          PERFORM CHECK-WO-BILLED
AL-56               THRU CHECK-WO-BILLED-EXIT
AL-56          IF  WK-BILLED-DUP-FLG = 'Y'
AL-56              MOVE 'N'            TO WK-PART-KEEP
AL-56          END-IF
AL-56      END-IF
AL-49      IF  WK-PART-KEEP = 'Y'			   
               display 'releese ' 
			   SSL-WO-ACR-CODE ' '
                   RELEASE SSL-REC
AL-49      END-IF. 
		  
AL-49  TEST-PART-RANGE.
AL-49 *---------------*
AL-49 *>   WK-PART-KEEP = 'Y' when the resolved SSL-AGY-ACCT-NBR
AL-49 *>   falls in this instance's slice (always, unpartitioned).
AL-49      MOVE 'Y'                    TO WK-PART-KEEP.
AL-49      IF  WK-PART-RUN = 'Y'
AL-49          MOVE SSL-AGY-ACCT-NBR   TO WK-PART-ACCT
AL-49          IF  WK-PART-ACCT-PFX < WK-PART-LO
AL-49          OR  WK-PART-ACCT-PFX > WK-PART-HI
AL-49              MOVE 'N'            TO WK-PART-KEEP
AL-49          END-IF
AL-49      END-IF.
AL-49
AL-42  CHECK-AGY-COMM.
AL-42 *--------------*
AL-42 *>   Recompute the expected agency commission from the work
AL-46          MOVE 'HELD'             TO RATEEXC-HELD.
AL-46      WRITE RATE-EXC-REC FROM WK-RATEEXC-REC.
AL-46
AL-51  OPEN-HOLD-FILE.
AL-51 *--------------*
AL-51 *>   The held work-order file persists across runs - an order
AL-51 *>   held by the commission or rate audit stays on it until
AL-51 *>   the billing desk approves, corrects or voids it (AMFBHOLD)
AL-51 *>   and it bills.  First run creates it (status '35').  Any
AL-51 *>   other open failure aborts the run - a hold that is not
AL-51 *>   recorded is revenue nobody will ever rekey.  Proof runs
AL-51 *>   read it for the desk's decisions but never update it.
AL-51 *>   Partitioned (AL-49) runs: as with INVARCH, each instance's
AL-51 *>   JCL points WOHOLD at its own per-partition dataset; a job
AL-51 *>   always falls in the same partition, and AMFBHOLD is run
AL-51 *>   once against each.
AL-51      MOVE 'N'                    TO WK-HOLD-OPEN.
AL-51      IF  WK-PROOF-RUN = 'Y'
AL-51          OPEN INPUT HOLD-FILE
AL-51          IF  HOLD-STATUS-CODE = '00'
AL-51              MOVE 'Y'            TO WK-HOLD-OPEN
AL-51          END-IF
AL-51          GO TO OPEN-HOLD-FILE-EXIT
AL-51      END-IF.
AL-51
AL-51      OPEN I-O HOLD-FILE.
AL-51      IF  HOLD-STATUS-CODE = '35'
AL-51          OPEN OUTPUT HOLD-FILE
AL-51          CLOSE       HOLD-FILE
AL-51          OPEN I-O    HOLD-FILE
AL-51      END-IF.
AL-51      IF  HOLD-STATUS-CODE NOT = '00'
AL-51          DISPLAY 'HELD WORK-ORDER FILE OPEN FAILED - '
AL-51                  HOLD-STATUS-CODE
AL-51          move 1                  to return-code
AL-51          CALL 'AMSABRT' USING IN51
AL-51      END-IF.
AL-51      MOVE 'Y'                    TO WK-HOLD-OPEN.
AL-51
AL-51  OPEN-HOLD-FILE-EXIT. EXIT.
AL-51 *------------------------*
AL-51
AL-51  CHECK-WO-HOLD.
AL-51 *-------------*
AL-51 *>   Every order the commission or rate audit holds goes on
AL-51 *>   the held work-order file - job, account/agency, reason,
AL-51 *>   expected vs actual and the date first held - so it can
AL-51 *>   no longer drop out of billing unnoticed.  The billing
AL-51 *>   desk's decision comes back on the same row:
AL-51 *>     'A' approved  - variance accepted, the order bills
AL-51 *>                     this cycle even though it still fails
AL-51 *>                     the audit;
AL-51 *>     'C' corrected - the work order was fixed; it bills
AL-51 *>                     once it passes the audit and is held
AL-51 *>                     again if it still does not;
AL-51 *>     'V' voided    - the order stays out of billing.
AL-51 *>   The row for an order held this cycle is written by
AL-51 *>   WRITE-WO-HOLD; a held order that bills is marked 'B'
AL-51 *>   (billed) when it is invoiced (RELEASE-WO-HOLD).
AL-51      MOVE 'N'                    TO WK-HOLD-VOID-FLG.
AL-51      IF  WK-HOLD-OPEN NOT = 'Y'
AL-51          GO TO CHECK-WO-HOLD-EXIT.
AL-51
AL-51      MOVE SEL-JOB-NBR            TO HOLD-JOB-NBR.
AL-51      READ HOLD-FILE
AL-51          INVALID KEY
AL-51              MOVE 'N'            TO WK-HOLD-FOUND
AL-51          NOT INVALID KEY
AL-51              MOVE 'Y'            TO WK-HOLD-FOUND
AL-51      END-READ.
AL-51
AL-51      IF  WK-HOLD-FOUND = 'Y'
AL-51      AND HOLD-STATUS   = 'V'
AL-51          MOVE 'Y'                TO WK-HOLD-VOID-FLG
AL-51          ADD 1                   TO WK-HOLD-VOID-CNT
AL-51          GO TO CHECK-WO-HOLD-EXIT.
AL-51
AL-51      IF  WK-HOLD-FOUND = 'Y'
AL-51      AND HOLD-STATUS   = 'A'
AL-51          IF  WK-COMM-HOLD-FLG = 'Y'
AL-51              SUBTRACT 1          FROM WK-COMM-HOLD-CNT
AL-51          END-IF
AL-51          IF  WK-RATE-HOLD-FLG = 'Y'
AL-51              SUBTRACT 1          FROM WK-RATE-HOLD-CNT
AL-51          END-IF
AL-51          MOVE 'N'                TO WK-COMM-HOLD-FLG
AL-51                                     WK-RATE-HOLD-FLG
AL-51      END-IF.
AL-51
AL-51  CHECK-WO-HOLD-EXIT. EXIT.
AL-51 *-------------------------*
AL-51
AL-51  WRITE-WO-HOLD.
AL-51 *-------------*
AL-51 *>   Partitioned (AL-49) runs write the row only in the
AL-51 *>   instance whose slice the order falls in - its agency is
AL-51 *>   resolved the way a released order's is, so the hold
AL-51 *>   lands on the same per-partition WOHOLD its billing would.
AL-51      IF  WK-HOLD-OPEN NOT = 'Y'
AL-51          GO TO WRITE-WO-HOLD-EXIT.
AL-51      IF  WK-PART-RUN = 'Y'
AL-51          PERFORM CREATE-SSL-REC-3
AL-51          PERFORM TEST-PART-RANGE
AL-51          IF  WK-PART-KEEP NOT = 'Y'
AL-51              GO TO WRITE-WO-HOLD-EXIT
AL-51          END-IF
AL-51      END-IF.
AL-51
AL-51 *>   Held.  A re-hold of an open or corrected row keeps the
AL-51 *>   original hold date so the desk's aging is from the first
AL-51 *>   cycle the revenue was kept out; a billed row that comes
AL-51 *>   back (rebill after a back-out) starts a new hold.
AL-51      IF  WK-HOLD-FOUND NOT = 'Y'
AL-51      OR  HOLD-STATUS       = 'B'
AL-51          MOVE SPACES             TO HOLD-REC
AL-51          MOVE SEL-JOB-NBR        TO HOLD-JOB-NBR
AL-51          MOVE WS-NUMERIC-DATE    TO HOLD-DATE
AL-51          MOVE ZEROS              TO HOLD-ACTION-DATE
AL-51      END-IF.
AL-51
AL-51      MOVE SEL-ACCT-NBR           TO HOLD-ACCT-NBR.
AL-51      MOVE SEL-AGY-ACCT-NBR       TO HOLD-AGY-NBR.
AL-51      MOVE SEL-PUB                TO HOLD-PUB.
AL-51      MOVE SEL-ISSUE              TO HOLD-ISSUE.
AL-51      MOVE ZEROS                  TO HOLD-COMM-EXP-AMT
AL-51                                     HOLD-COMM-ACT-AMT
AL-51                                     HOLD-RATE-EXP-AMT
AL-51                                     HOLD-RATE-ACT-AMT.
AL-51      IF  WK-COMM-HOLD-FLG = 'Y'
AL-51          MOVE 'COMM'             TO HOLD-REASON
AL-51          MOVE WK-COMM-EXP-AMT    TO HOLD-COMM-EXP-AMT
AL-51          MOVE WO-AGY-COMM        TO HOLD-COMM-ACT-AMT
AL-51      END-IF.
AL-51      IF  WK-RATE-HOLD-FLG = 'Y'
AL-51          MOVE 'RATE'             TO HOLD-REASON
AL-51          MOVE WK-RATE-EXP-AMT    TO HOLD-RATE-EXP-AMT
AL-51          MOVE WO-GROSS-AMT       TO HOLD-RATE-ACT-AMT
AL-51      END-IF.
AL-51      IF  WK-COMM-HOLD-FLG = 'Y'
AL-51      AND WK-RATE-HOLD-FLG = 'Y'
AL-51          MOVE 'BOTH'             TO HOLD-REASON
AL-51      END-IF.
AL-51      MOVE WO-INVC-AMT            TO HOLD-WO-AMT.
AL-51      MOVE WS-NUMERIC-DATE        TO HOLD-LAST-DATE.
AL-51      MOVE 'H'                    TO HOLD-STATUS.
AL-51      MOVE SEL-REC                TO HOLD-SEL-IMAGE.
AL-51      ADD 1                       TO WK-HOLD-WRITE-CNT.
AL-51      PERFORM PUT-WO-HOLD.
AL-51
AL-51  WRITE-WO-HOLD-EXIT. EXIT.
AL-51 *-------------------------*
AL-51
AL-51  PUT-WO-HOLD.
AL-51 *-----------*
AL-51      IF  WK-PROOF-RUN NOT = 'Y'
AL-51          IF  WK-HOLD-FOUND = 'Y'
AL-51              REWRITE HOLD-REC
AL-51                  INVALID KEY
AL-51                      DISPLAY 'HOLD REWRITE FAILED ' HOLD-JOB-NBR
AL-51              END-REWRITE
AL-51          ELSE
AL-51              WRITE HOLD-REC
AL-51                  INVALID KEY
AL-51                      DISPLAY 'HOLD WRITE FAILED ' HOLD-JOB-NBR
AL-51              END-WRITE
AL-51          END-IF
AL-51      END-IF.
AL-51
AL-56  OPEN-BILLED-JOBS.
AL-56 *----------------*
AL-56 *>   The billed work-order history (BILLJOB) persists across
AL-56 *>   runs - a job billed by any earlier cycle stays on it, with
AL-56 *>   the document it billed on, until AMFBBKO backs that
AL-56 *>   document out.  First run creates it (status '35').  Any
AL-56 *>   other open failure aborts the run - billing without the
AL-56 *>   history is billing without the duplicate guard.  Proof
AL-56 *>   runs read it but never update it.  Partitioned (AL-49)
AL-56 *>   runs: as with WOHOLD, each instance's JCL points BILLJOB
AL-56 *>   at its own per-partition dataset; a job always falls in
AL-56 *>   the same partition.  RUNJOB is this run's scratch list of
AL-56 *>   the jobs released to the sort, rebuilt empty every run.
AL-56      MOVE 'N'                    TO WK-BJOB-OPEN
AL-56                                     WK-RJOB-OPEN.
AL-56      OPEN OUTPUT RJOB-FILE.
AL-56      CLOSE       RJOB-FILE.
AL-56      OPEN I-O    RJOB-FILE.
AL-56      IF  RJOB-STATUS-CODE NOT = '00'
AL-56          DISPLAY 'RUN JOB WORK FILE OPEN FAILED - '
AL-56                  RJOB-STATUS-CODE
AL-56          move 1                  to return-code
AL-56          CALL 'AMSABRT' USING IN54
AL-56      END-IF.
AL-56      MOVE 'Y'                    TO WK-RJOB-OPEN.
AL-56
AL-56      IF  WK-PROOF-RUN = 'Y'
AL-56          OPEN INPUT BJOB-FILE
AL-56          IF  BJOB-STATUS-CODE = '00'
AL-56              MOVE 'Y'            TO WK-BJOB-OPEN
AL-56          END-IF
AL-56          GO TO OPEN-BILLED-JOBS-EXIT
AL-56      END-IF.
AL-56
AL-56      OPEN I-O BJOB-FILE.
AL-56      IF  BJOB-STATUS-CODE = '35'
AL-56          OPEN OUTPUT BJOB-FILE
AL-56          CLOSE       BJOB-FILE
AL-56          OPEN I-O    BJOB-FILE
AL-56      END-IF.
AL-56      IF  BJOB-STATUS-CODE NOT = '00'
AL-56          DISPLAY 'BILLED WORK-ORDER HISTORY OPEN FAILED - '
AL-56                  BJOB-STATUS-CODE
AL-56          move 1                  to return-code
AL-56          CALL 'AMSABRT' USING IN54
AL-56      END-IF.
AL-56      MOVE 'Y'                    TO WK-BJOB-OPEN.
AL-56
AL-56  OPEN-BILLED-JOBS-EXIT. EXIT.
AL-56 *--------------------------*
AL-56
AL-56  CHECK-WO-BILLED.
AL-56 *---------------*
AL-56 *>   A job already on the history as billed, or already
AL-56 *>   released to this run's sort from an earlier select file
AL-56 *>   of a multi-PRM batch, is a duplicate billing.  It is kept
AL-56 *>   out of the sort and goes on the exception report with the
AL-56 *>   document it was first billed on.  A history row still
AL-56 *>   marked 'P' was left by a run that stopped before it
AL-56 *>   finished - that run is being redone, so the row is
AL-56 *>   cleared and the job bills normally.  A flagged adjustment
AL-56 *>   - a revised-billing adjustment (WO-GROSS-ADJ) or a credit
AL-56 *>   work order - bills against the original document and is
AL-56 *>   let past the history check (never the in-run check - a
AL-56 *>   job bills once per run); the history records it as the
AL-56 *>   job's latest document.
AL-56      MOVE 'N'                    TO WK-BILLED-DUP-FLG
AL-56                                     WK-BILLED-ADJ-FLG
AL-56                                     WK-BJOB-FOUND
AL-56                                     WK-RJOB-FOUND.
AL-56      IF  wk-multi-bsel = 'Y'
AL-56          MOVE bsel-x             TO WK-BJOB-BSEL
AL-56      ELSE
AL-56          MOVE ZEROS              TO WK-BJOB-BSEL
AL-56      END-IF.
AL-56
AL-56      IF  WK-BJOB-OPEN = 'Y'
AL-56          MOVE SEL-JOB-NBR        TO BJOB-JOB-NBR
AL-56          READ BJOB-FILE
AL-56              INVALID KEY
AL-56                  MOVE 'N'        TO WK-BJOB-FOUND
AL-56              NOT INVALID KEY
AL-56                  MOVE 'Y'        TO WK-BJOB-FOUND
AL-56          END-READ
AL-56      END-IF.
AL-56
AL-56      IF  WK-BJOB-FOUND = 'Y'
AL-56      AND BJOB-STATUS   = 'P'
AL-56          MOVE 'N'                TO WK-BJOB-FOUND
AL-56          IF  WK-PROOF-RUN NOT = 'Y'
AL-56              DELETE BJOB-FILE
AL-56                  INVALID KEY
AL-56                      DISPLAY 'BILLED JOB DELETE FAILED '
AL-56                              BJOB-JOB-NBR
AL-56              END-DELETE
AL-56              ADD 1               TO WK-BJOB-CLEAR-CNT
AL-56          END-IF
AL-56      END-IF.
AL-56
AL-56      MOVE SEL-JOB-NBR            TO RJOB-JOB-NBR.
AL-56      READ RJOB-FILE
AL-56          INVALID KEY
AL-56              MOVE 'N'            TO WK-RJOB-FOUND
AL-56          NOT INVALID KEY
AL-56              MOVE 'Y'            TO WK-RJOB-FOUND
AL-56      END-READ.
AL-56      IF  WK-RJOB-FOUND = 'Y'
AL-56          MOVE 'Y'                TO WK-BILLED-DUP-FLG
AL-56          ADD 1                   TO WK-DUP-RUN-CNT
AL-56          display 'wo already released this run '
AL-56                   wo-job-nbr
AL-56          PERFORM WRITE-DUP-EXCEPTION
AL-56          GO TO CHECK-WO-BILLED-EXIT
AL-56      END-IF.
AL-56
AL-56      IF  WO-GROSS-ADJ NOT = ZEROS
AL-56      OR  wo-cred-memo NOT = 0
AL-56          MOVE 'Y'                TO WK-BILLED-ADJ-FLG
AL-56          IF  WK-BJOB-FOUND = 'Y'
AL-56              ADD 1               TO WK-DUP-ADJ-CNT
AL-56          END-IF
AL-56          GO TO CHECK-WO-BILLED-RUN
AL-56      END-IF.
AL-56
AL-56      IF  WK-BJOB-FOUND = 'Y'
AL-56          MOVE 'Y'                TO WK-BILLED-DUP-FLG
AL-56          ADD 1                   TO WK-DUP-HIST-CNT
AL-56          display 'wo already billed on document '
AL-56                   BJOB-DOC-NBR ' ' wo-job-nbr
AL-56          PERFORM WRITE-DUP-EXCEPTION
AL-56          GO TO CHECK-WO-BILLED-EXIT
AL-56      END-IF.
AL-56
AL-56  CHECK-WO-BILLED-RUN.
AL-56 *-------------------*
AL-56 *>   Going to the sort - noted on the run list so the same job
AL-56 *>   in a later select file of the batch is caught.
AL-56      MOVE SEL-JOB-NBR            TO RJOB-JOB-NBR.
AL-56      MOVE SEL-ACCT-NBR           TO RJOB-ACCT-NBR.
AL-56      MOVE WK-BJOB-BSEL           TO RJOB-BSEL-ENTRY.
AL-56      MOVE WO-INVC-AMT            TO RJOB-WO-AMT.
AL-56      WRITE RJOB-REC
AL-56          INVALID KEY
AL-56              CONTINUE
AL-56      END-WRITE.
AL-56
AL-56  CHECK-WO-BILLED-EXIT. EXIT.
AL-56 *-------------------------*
AL-56
AL-56  WRITE-DUP-EXCEPTION.
AL-56 *-------------------*
AL-56 *>   One line per work order kept out as a duplicate billing.
AL-56 *>   'HIST' lines carry the document the job was first billed
AL-56 *>   on; 'RUN ' lines name the select file entry (multi-PRM
AL-56 *>   batch) that already released it this run.
AL-56      MOVE SPACES                 TO WK-DUPEXC-REC.
AL-56      MOVE SEL-JOB-NBR            TO DUPEXC-JOB-NBR.
AL-56      MOVE SEL-ACCT-NBR           TO DUPEXC-ACCT-NBR.
AL-56      MOVE SEL-AGY-ACCT-NBR       TO DUPEXC-AGY-NBR.
AL-56      MOVE SEL-PUB                TO DUPEXC-PUB.
AL-56      MOVE SEL-ISSUE              TO DUPEXC-ISSUE.
AL-56      MOVE WO-INVC-AMT            TO DUPEXC-WO-AMT.
AL-56      MOVE WK-BJOB-BSEL           TO DUPEXC-BSEL.
AL-56      IF  WK-RJOB-FOUND = 'Y'
AL-56          MOVE 'RUN '             TO DUPEXC-SOURCE
AL-56          MOVE ZEROS              TO DUPEXC-DOC-NBR
AL-56                                     DUPEXC-INVC-DATE
AL-56          MOVE RJOB-WO-AMT        TO DUPEXC-ORIG-AMT
AL-56          MOVE RJOB-BSEL-ENTRY    TO DUPEXC-ORIG-BSEL
AL-56      ELSE
AL-56          MOVE 'HIST'             TO DUPEXC-SOURCE
AL-56          MOVE BJOB-DOC-TYPE      TO DUPEXC-DOC-TYPE
AL-56          MOVE BJOB-DOC-NBR       TO DUPEXC-DOC-NBR
AL-56          MOVE BJOB-INVC-DATE     TO DUPEXC-INVC-DATE
AL-56          MOVE BJOB-AMT           TO DUPEXC-ORIG-AMT
AL-56          MOVE ZEROS              TO DUPEXC-ORIG-BSEL
AL-56      END-IF.
AL-56      WRITE DUPEXC-REC FROM WK-DUPEXC-REC.
383800 CREATE-SSL-REC-3.
383900*----------------*
         display 'CREATE-SSL-REC-3 - start'
AL-45 *>   NINB number and register like any invoice; rebates draw
AL-45 *>   from the NCMB credit series and, like credit memos, are
AL-45 *>   not registered.  Proof runs total but issue nothing.
AL-52 *>   Rebates now go on the NCMB credit-memo register.
AL-45      PERFORM VARYING WK-SPX FROM 1 BY 1
AL-45              UNTIL WK-SPX > WK-SETTLE-PEND-CNT
AL-45          PERFORM RELEASE-ONE-SETTLEMENT
AL-45          END-IF
AL-45          ADD 1                   TO WK-CRED-NBR
AL-45          MOVE WK-CRED-NBR        TO WK-SETTLE-DOC
AL-52          MOVE SPACES             TO WK-INVREG-REC
AL-52          MOVE WK-CRED-NBR        TO INVREG-INVC-NBR
AL-52                                     WK-CMREG-LAST-WR
AL-52          MOVE WK-SP-ACCT-NBR (WK-SPX) TO INVREG-ACCT-NBR
AL-52          MOVE SAVE-AGY-ACCT-NBR  TO INVREG-AGY-NBR
AL-52          MOVE WK-SP-PUB (WK-SPX) TO INVREG-PUB
AL-52          MOVE WK-INVC-DATE-P     TO INVREG-INVC-DATE
AL-52          MOVE WK-SP-AMT (WK-SPX) TO INVREG-GROSS-AMT
AL-52                                     INVREG-NET-AMT
AL-52          MOVE 0                  TO INVREG-VAT-AMT
AL-52          WRITE CMREG-REC FROM WK-INVREG-REC
AL-52          ADD 1                   TO WK-CMREG-CNT
AL-45      END-IF.
AL-53
AL-53      MOVE 'Y'                    TO WK-GL-SETTLE-FLG.
AL-53      PERFORM WRITE-GL-EXTRACT
AL-53           THRU WRITE-GL-EXTRACT-EXIT.
AL-53      MOVE 'N'                    TO WK-GL-SETTLE-FLG.
AL-45
AL-45      IF  PARM-IAR-FLAG = 'N'
AL-45          GO TO RELEASE-ONE-SETTLEMENT-EXIT.
AL-40 *>   One machine-readable register record per NINB document
AL-40 *>   number assigned this run - input to the end-of-run
AL-40 *>   continuity audit.  Credit memos draw on the NCMB series
AL-40**>   and are not registered here; a repeat of the number just
AL-52 *>   and go to CMREG (below); a repeat of the number just
AL-40 *>   written means the same document, not a re-issue.  Proof
AL-40 *>   runs register nothing - their temporary numbers must not
AL-40 *>   be mistaken for a real run's audit trail.
AL-52 *>   Credit memos go to their own NCMB register so the open-
AL-52 *>   item load (AMFAROIL) carries them as credits on the
AL-52 *>   account; the NINB continuity audit never sees them.
AL-52      IF  WK-CRED-MEMO-FLG = 'Y'
AL-52          PERFORM WRITE-CRED-REGISTER
AL-52               THRU WRITE-CRED-REGISTER-EXIT
AL-52          GO TO WRITE-INVC-REGISTER-EXIT.
AL-52
AL-40      IF  WK-PROOF-RUN = 'Y'
AL-40      OR  WK-INVC-NBR = WK-REG-LAST-WR
AL-40          GO TO WRITE-INVC-REGISTER-EXIT.
AL-40
AL-50 *>   Per-line VAT is final by the time the document totals
AL-50 *>   print - zero for domestic documents.
AL-50      MOVE WK-VAT-DOC-AMT         TO INVREG-VAT-AMT.
AL-55      PERFORM MOVE-FX-TO-REGISTER
AL-55           THRU MOVE-FX-TO-REGISTER-EXIT.
AL-40      WRITE INVREG-REC FROM WK-INVREG-REC.
AL-40
AL-40  WRITE-INVC-REGISTER-EXIT. EXIT.
AL-40 *-----------------------------*
AL-40
AL-52  WRITE-CRED-REGISTER.
AL-52 *-------------------*
AL-52 *>   One NCMB register record per credit memo document, in
AL-52 *>   the INVREG layout with the document's (negative) money.
AL-52 *>   Same proof-run and repeat-number rules as the NINB side.
AL-52      IF  WK-PROOF-RUN = 'Y'
AL-52      OR  WK-CRED-NBR = WK-CMREG-LAST-WR
AL-52          GO TO WRITE-CRED-REGISTER-EXIT.
AL-52
AL-52      MOVE WK-CRED-NBR            TO WK-CMREG-LAST-WR.
AL-52      MOVE SPACES                 TO WK-INVREG-REC.
AL-52      MOVE WK-CRED-NBR            TO INVREG-INVC-NBR.
AL-52      MOVE SAVE-ACCT-NBR          TO INVREG-ACCT-NBR.
AL-52      MOVE SAVE-AGY-ACCT-NBR      TO INVREG-AGY-NBR.
AL-52      MOVE SAVE-PUB               TO INVREG-PUB.
AL-52      MOVE WK-INVC-DATE-P         TO INVREG-INVC-DATE.
AL-52      COMPUTE INVREG-GROSS-AMT = TTL-AGY-GROSS-AMT-ADJ
AL-52                               + TTL-AGY-GROSS-AMT.
AL-52      COMPUTE INVREG-NET-AMT   = TTL-AGY-NET-AMT-ADJ
AL-52                               + TTL-AGY-NET-AMT.
AL-52      MOVE WK-VAT-DOC-AMT         TO INVREG-VAT-AMT.
AL-55      PERFORM MOVE-FX-TO-REGISTER
AL-55           THRU MOVE-FX-TO-REGISTER-EXIT.
AL-52      WRITE CMREG-REC FROM WK-INVREG-REC.
AL-52      ADD 1                       TO WK-CMREG-CNT.
AL-52
AL-52  WRITE-CRED-REGISTER-EXIT. EXIT.
AL-52 *-----------------------------*
AL-52
AL-55  MOVE-FX-TO-REGISTER.
AL-55 *-------------------*
AL-55 *>   Foreign-currency documents carry their currency and the
AL-55 *>   rate they were billed at, for cash application and the
AL-55 *>   month-end revaluation (AMFARLBX, AMFFXREV).
AL-55      IF  WK-FX-CURR = 'USD'
AL-55          GO TO MOVE-FX-TO-REGISTER-EXIT.
AL-55      MOVE WK-FX-CURR             TO INVREG-BILL-CURR.
AL-55      MOVE WK-FX-RATE             TO INVREG-FX-RATE.
AL-55      ADD 1                       TO WK-FX-DOC-CNT.
AL-55
AL-55  MOVE-FX-TO-REGISTER-EXIT. EXIT.
AL-55 *-----------------------------*
AL-55
AL-55  LOAD-FX-RATES.
AL-55 *-------------*
AL-55 *>   Load the dated FXRATE file - currency, effective date and
AL-55 *>   units of that currency per US dollar.  Rows in any order;
AL-55 *>   a row with an unusable date or rate is reported and
AL-55 *>   skipped.  No file means every document bills in dollars.
AL-55      OPEN INPUT FXRATE-FILE.
AL-55      MOVE 'N'                    TO WK-FXRATE-EOF.
AL-55      PERFORM LOAD-FX-RATE-ROW
AL-55           THRU LOAD-FX-RATE-ROW-EXIT
AL-55          UNTIL WK-FXRATE-EOF = 'Y'.
AL-55      CLOSE FXRATE-FILE.
AL-55      DISPLAY 'FX RATES LOADED: ' WK-FXR-CNT.
AL-55
AL-55  LOAD-FX-RATES-EXIT. EXIT.
AL-55 *-----------------------*
AL-55
AL-55  LOAD-FX-RATE-ROW.
AL-55 *----------------*
AL-55      READ FXRATE-FILE INTO WK-FXRATE-REC
AL-55          AT END
AL-55              MOVE 'Y'            TO WK-FXRATE-EOF
AL-55              GO TO LOAD-FX-RATE-ROW-EXIT.
AL-55
AL-55      IF  FXR-EFF-DATE NOT NUMERIC
AL-55      OR  FXR-RATE NOT NUMERIC
AL-55      OR  FXR-RATE = 0
AL-55      OR  FXR-CURR = SPACES
AL-55          DISPLAY 'FX RATE ROW REJECTED ' WK-FXRATE-REC (1:23)
AL-55          GO TO LOAD-FX-RATE-ROW-EXIT.
AL-55
AL-55      IF  WK-FXR-CNT NOT < WK-FXR-MAX
AL-55          DISPLAY '=================================='
AL-55          DISPLAY '===== FX RATE TABLE OVERFLOW ====='
AL-55          DISPLAY '=================================='
AL-55          move 1                  to return-code
AL-55          CALL 'AMSABRT' USING IN53.
AL-55      ADD 1                       TO WK-FXR-CNT.
AL-55      SET WK-FXX                  TO WK-FXR-CNT.
AL-55      MOVE FXR-CURR               TO WK-FXR-CURR (WK-FXX).
AL-55      MOVE FXR-EFF-DATE           TO WK-FXR-DATE (WK-FXX).
AL-55      MOVE FXR-RATE               TO WK-FXR-RATE (WK-FXX).
AL-55
AL-55  LOAD-FX-RATE-ROW-EXIT. EXIT.
AL-55 *---------------------------*
AL-55
AL-55  GET-BILL-CURR.
AL-55 *-------------*
AL-55 *>   Account's own currency first, then its country's.
AL-55      MOVE NAD-ACCT-NBR           TO WK-FX-ACCT.
AL-55      MOVE 'BCUR'                 TO COD-KEY.
AL-55      MOVE WK-FX-ACCT             TO COD-CODE1.
AL-55      PERFORM CALL-GIT-COD.
AL-55      IF  STATUS-CODE = ZEROS
AL-55      AND COD-VALX-4 (1:3) NOT = SPACES
AL-55          MOVE COD-VALX-4 (1:3)   TO WK-FX-CURR
AL-55      ELSE
AL-55          IF  NAD-VAT-BILL-CNTRY NOT = SPACES
AL-55              MOVE NAD-VAT-BILL-CNTRY (1:4) TO WK-FX-CNTRY
AL-55          ELSE
AL-55              MOVE NAD-CNTRY (1) (1:4) TO WK-FX-CNTRY
AL-55          END-IF
AL-55          IF  WK-FX-CNTRY NOT = SPACES
AL-55              PERFORM GET-CNTRY-CURR
AL-55                   THRU GET-CNTRY-CURR-EXIT
AL-55          END-IF
AL-55      END-IF.
AL-55
AL-55      IF  WK-FX-CURR = 'USD'
AL-55          GO TO GET-BILL-CURR-EXIT.
AL-55
AL-55 *>   Latest rate in force on the invoice date.
AL-55      MOVE 0                      TO WK-FX-RATE
AL-55                                     WK-FX-RATE-DATE.
AL-55      PERFORM FIND-FX-RATE
AL-55          VARYING WK-FXX FROM 1 BY 1
AL-55            UNTIL WK-FXX > WK-FXR-CNT.
AL-55      IF  WK-FX-RATE = 0
AL-55          ADD 1                   TO WK-FX-NO-RATE-CNT
AL-55          DISPLAY 'NO FX RATE FOR ' WK-FX-CURR
AL-55                  ' ON ' WK-INVC-DATE-P
AL-55                  ' - ACCOUNT ' WK-FX-ACCT ' BILLED IN USD'
AL-55          MOVE 'USD'              TO WK-FX-CURR
AL-55          MOVE 1                  TO WK-FX-RATE
AL-55      END-IF.
AL-55
AL-55  GET-BILL-CURR-EXIT. EXIT.
AL-55 *-----------------------*
AL-55
AL-55  FIND-FX-RATE.
AL-55 *------------*
AL-55      IF  WK-FXR-CURR (WK-FXX) = WK-FX-CURR
AL-55      AND WK-FXR-DATE (WK-FXX) NOT > WK-INVC-DATE-P
AL-55      AND WK-FXR-DATE (WK-FXX) NOT < WK-FX-RATE-DATE
AL-55          MOVE WK-FXR-DATE (WK-FXX) TO WK-FX-RATE-DATE
AL-55          MOVE WK-FXR-RATE (WK-FXX) TO WK-FX-RATE.
AL-55
AL-55  GET-CNTRY-CURR.
AL-55 *--------------*
AL-55      SET WK-CCX                  TO 1.
AL-55      SEARCH WK-CCUR-LINE
AL-55          AT END
AL-55              PERFORM LOAD-CNTRY-CURR
AL-55                   THRU LOAD-CNTRY-CURR-EXIT
AL-55          WHEN WK-CCUR-CNTRY (WK-CCX) = WK-FX-CNTRY
AL-55              MOVE WK-CCUR-CURR (WK-CCX) TO WK-FX-CURR
AL-55      END-SEARCH.
AL-55
AL-55  GET-CNTRY-CURR-EXIT. EXIT.
AL-55 *------------------------*
AL-55
AL-55  LOAD-CNTRY-CURR.
AL-55 *---------------*
AL-55      MOVE 'CCUR'                 TO COD-KEY.
AL-55      MOVE WK-FX-CNTRY            TO COD-CODE1.
AL-55      PERFORM CALL-GIT-COD.
AL-55      IF  STATUS-CODE = ZEROS
AL-55      AND COD-VALX-4 (1:3) NOT = SPACES
AL-55          MOVE COD-VALX-4 (1:3)   TO WK-FX-CURR
AL-55      END-IF.
AL-55
AL-55      IF  WK-CCUR-CNT NOT < WK-CCUR-MAX
AL-55          GO TO LOAD-CNTRY-CURR-EXIT.
AL-55      ADD 1                       TO WK-CCUR-CNT.
AL-55      SET WK-CCX                  TO WK-CCUR-CNT.
AL-55      MOVE WK-FX-CNTRY            TO WK-CCUR-CNTRY (WK-CCX).
AL-55      MOVE WK-FX-CURR             TO WK-CCUR-CURR (WK-CCX).
AL-55
AL-55  LOAD-CNTRY-CURR-EXIT. EXIT.
AL-55 *-------------------------*
AL-55
AL-55  WRITE-FX-SUMMARY.
AL-55 *----------------*
AL-55 *>   Billing-currency box after the VAT summary: the rate the
AL-55 *>   document was billed at and the amount due in both
AL-55 *>   currencies.  Dollars stay the currency of record on A/R.
AL-55      COMPUTE WK-FX-USD-AMT = TTL-AGY-NET-AMT-ADJ
AL-55                            + TTL-AGY-NET-AMT
AL-55                            + WK-VAT-DOC-AMT.
AL-55      COMPUTE WK-FX-BILL-AMT ROUNDED = WK-FX-USD-AMT * WK-FX-RATE.
AL-55      MOVE WK-FX-RATE             TO WK-FX-RATE-P.
AL-55      MOVE SPACES                 TO DTL-LINE.
AL-55      STRING 'BILLED IN '         DELIMITED BY SIZE
AL-55             WK-FX-CURR           DELIMITED BY SIZE
AL-55             ' AT '               DELIMITED BY SIZE
AL-55             WK-FX-RATE-P         DELIMITED BY SIZE
AL-55             ' PER US DOLLAR - RATE OF '
AL-55                                  DELIMITED BY SIZE
AL-55             WK-FX-RATE-DATE      DELIMITED BY SIZE
AL-55          INTO DTL-INVC-MSG.
AL-55      PERFORM WRITE-DETAIL-LINE.
AL-55
AL-55      MOVE WK-FX-BILL-AMT         TO WK-FX-AMT-P.
AL-55      MOVE WK-FX-USD-AMT          TO WK-FX-USD-P.
AL-55      MOVE SPACES                 TO DTL-LINE.
AL-55      STRING 'AMOUNT DUE '        DELIMITED BY SIZE
AL-55             WK-FX-CURR           DELIMITED BY SIZE
AL-55             WK-FX-AMT-P          DELIMITED BY SIZE
AL-55             '   USD'             DELIMITED BY SIZE
AL-55             WK-FX-USD-P          DELIMITED BY SIZE
AL-55          INTO DTL-INVC-MSG.
AL-55      PERFORM WRITE-DETAIL-LINE.
AL-55
AL-55  WRITE-FX-SUMMARY-EXIT. EXIT.
AL-55 *-----------------------*
AL-55
AL-55  WRITE-NEWT-FX-TOTALS.
AL-55 *--------------------*
AL-55 *>   Type 6 follows the document's type 4 on NEWT-OUT so the
AL-55 *>   international invoice shows both currencies.
AL-55      IF  WK-PROOF-RUN = 'Y'
AL-55          GO TO WRITE-NEWT-FX-TOTALS-EXIT.
AL-55      MOVE SPACES                 TO WK-NT-FX-REC.
AL-55      MOVE '6'                    TO NTFX-CODE.
AL-55      MOVE WK-HOLD-AGY-NBR        TO NTFX-AGY-NBR.
AL-55      MOVE WK-NT-INV-NBR          TO NTFX-INVC-NBR.
AL-55      MOVE WK-FX-CURR             TO NTFX-BILL-CURR.
AL-55      MOVE WK-FX-RATE             TO NTFX-FX-RATE.
AL-55      MOVE WK-FX-RATE-DATE        TO NTFX-RATE-DATE.
AL-55      COMPUTE NTFX-USD-GROSS   = TTL-AGY-GROSS-AMT-ADJ
AL-55                               + TTL-AGY-GROSS-AMT.
AL-55      COMPUTE NTFX-USD-NET     = TTL-AGY-NET-AMT-ADJ
AL-55                               + TTL-AGY-NET-AMT
AL-55                               - TTL-TOT-AGY-CC-AMT.
AL-55      MOVE WK-VAT-DOC-AMT         TO NTFX-USD-VAT.
AL-55      COMPUTE NTFX-BILL-GROSS ROUNDED =
AL-55              NTFX-USD-GROSS * WK-FX-RATE.
AL-55      COMPUTE NTFX-BILL-NET   ROUNDED =
AL-55              NTFX-USD-NET * WK-FX-RATE.
AL-55      COMPUTE NTFX-BILL-VAT   ROUNDED =
AL-55              NTFX-USD-VAT * WK-FX-RATE.
AL-55      WRITE NEWT-REC FROM WK-NT-FX-REC.
AL-55      ADD 1                       TO WK-NT-REC-CNT.
AL-55
AL-55  WRITE-NEWT-FX-TOTALS-EXIT. EXIT.
AL-55 *---------------------------*
AL-55
AL-41  WRITE-TAX-EXTRACT.
AL-41 *-----------------*
AL-41 *>   One remittance detail record per taxed work order, plus
AL-41          WRITE TAXEXT-REC FROM WK-TAXSUM-REC
AL-41      END-PERFORM.
AL-41
AL-53  WRITE-GL-EXTRACT.
AL-53 *----------------*
AL-53 *>   One journal detail record per billed work order, plus the
AL-53 *>   class / pub / edition / ad type / issue month accumulation
AL-53 *>   for the 'S' summary journal.  An issue that runs after the
AL-53 *>   invoice date is not yet earned - it books to deferred
AL-53 *>   revenue, and the month-end deferral run releases it as the
AL-53 *>   issue month closes.  The document number is the NINB / NCMB
AL-53 *>   number carried on INVREG / CMREG, so back-outs can find the
AL-53 *>   deferral.  Proof runs write nothing, as with the tax extract.
AL-53 *>   A released contract settlement (WK-GL-SETTLE-FLG = 'Y')
AL-53 *>   journals under its own NINB / NCMB number as revenue
AL-53 *>   earned in the billing month - it adjusts issues already run.
AL-53      IF  WK-PROOF-RUN = 'Y'
AL-53          GO TO WRITE-GL-EXTRACT-EXIT.
AL-53
AL-53      MOVE SPACES                 TO WK-GLEXT-REC.
AL-53      MOVE 'D'                    TO GLEXT-REC-TYPE.
AL-53      IF  WK-GL-SETTLE-FLG = 'Y'
AL-53          IF  WK-SP-AMT (WK-SPX) > 0
AL-53              MOVE 'I'            TO GLEXT-DOC-TYPE
AL-53          ELSE
AL-53              MOVE 'C'            TO GLEXT-DOC-TYPE
AL-53          END-IF
AL-53          MOVE WK-SETTLE-DOC      TO GLEXT-DOC-NBR
AL-53          MOVE WK-INVC-DATE-P     TO GLEXT-INVC-DATE
AL-53          MOVE WK-SP-ACCT-NBR (WK-SPX) TO GLEXT-ACCT-NBR
AL-53          MOVE WK-SP-PUB (WK-SPX) TO GLEXT-PUB
AL-53                                     WK-GL-THIS-PUB
AL-53          MOVE SPACES             TO GLEXT-EDITION
AL-53                                     GLEXT-AD-TYPE
AL-53                                     WK-GL-THIS-ED
AL-53                                     WK-GL-THIS-ADT
AL-53          MOVE ZEROS              TO GLEXT-JOB-NBR
AL-53                                     GLEXT-ISSUE
AL-53          MOVE WK-SP-AMT (WK-SPX) TO GLEXT-NET-AMT
AL-53                                     WK-GL-THIS-AMT
AL-53          MOVE WK-GL-SUBLED       TO GLEXT-AR-SUBLED
AL-53          MOVE WK-GL-LED          TO GLEXT-AR-LED
AL-53          MOVE 'R'                TO WK-GL-THIS-CLS
AL-53          COMPUTE WK-GL-THIS-YYMM = WK-INVC-DATE-P / 100
AL-53          GO TO WRITE-GL-EXTRACT-DETAIL
AL-53      END-IF.
AL-53
AL-53      IF  WK-CRED-MEMO-FLG = 'Y'
AL-53          MOVE 'C'                TO GLEXT-DOC-TYPE
AL-53          MOVE WK-CRED-NBR        TO GLEXT-DOC-NBR
AL-53      ELSE
AL-53          MOVE 'I'                TO GLEXT-DOC-TYPE
AL-53          MOVE WK-INVC-NBR        TO GLEXT-DOC-NBR
AL-53      END-IF.
AL-53      MOVE WK-INVC-DATE-P         TO GLEXT-INVC-DATE.
AL-53      MOVE SSL-ACCT-NBR           TO GLEXT-ACCT-NBR.
AL-53      MOVE WO-PUB                 TO GLEXT-PUB
AL-53                                     WK-GL-THIS-PUB.
AL-53      MOVE WO-EDITION             TO GLEXT-EDITION
AL-53                                     WK-GL-THIS-ED.
AL-53      MOVE WO-AD-TYPE             TO GLEXT-AD-TYPE
AL-53                                     WK-GL-THIS-ADT.
AL-53      MOVE WO-JOB-NBR             TO GLEXT-JOB-NBR.
AL-53      MOVE WO-INVC-AMT            TO GLEXT-NET-AMT
AL-53                                     WK-GL-THIS-AMT.
AL-53      MOVE WK-GL-SUBLED           TO GLEXT-AR-SUBLED.
AL-53      MOVE WK-GL-LED              TO GLEXT-AR-LED.
AL-53
AL-53 *>   A missing issue date cannot be deferred to any month -
AL-53 *>   book it as earned in the billing month and say so, rather
AL-53 *>   than let the money fall out of the journal.
AL-53      IF  WO-ISSUE NOT NUMERIC
AL-53      OR  WO-ISSUE = 0
AL-53          DISPLAY 'GL EXTRACT - BAD ISSUE DATE ON JOB '
AL-53                  WO-JOB-NBR ' - BOOKED AS EARNED'
AL-53          MOVE ZEROS              TO GLEXT-ISSUE
AL-53          MOVE 'R'                TO WK-GL-THIS-CLS
AL-53          COMPUTE WK-GL-THIS-YYMM = WK-INVC-DATE-P / 100
AL-53      ELSE
AL-53          MOVE WO-ISSUE           TO GLEXT-ISSUE
AL-53          COMPUTE WK-GL-THIS-YYMM = WO-ISSUE / 100
AL-53          IF  WO-ISSUE > WK-INVC-DATE-P
AL-53              MOVE 'D'            TO WK-GL-THIS-CLS
AL-53          ELSE
AL-53              MOVE 'R'            TO WK-GL-THIS-CLS
AL-53          END-IF
AL-53      END-IF.
AL-53
AL-53  WRITE-GL-EXTRACT-DETAIL.
AL-53      MOVE WK-GL-THIS-CLS         TO GLEXT-CLASS.
AL-53      WRITE GLEXT-REC FROM WK-GLEXT-REC.
AL-53      ADD 1                       TO WK-GL-DTL-CNT.
AL-53      IF  WK-GL-THIS-CLS = 'D'
AL-53          ADD WK-GL-THIS-AMT      TO WK-GL-DEF-AMT
AL-53      ELSE
AL-53          ADD WK-GL-THIS-AMT      TO WK-GL-REV-AMT
AL-53      END-IF.
AL-53
AL-53 *>   The summary journal is the posting source - an entry that
AL-53 *>   cannot be accumulated would leave the GL out of balance
AL-53 *>   with A/R, so a full table stops the run.
AL-53      SET WK-GSX                  TO 1.
AL-53      SEARCH WK-GL-SUM-LINE
AL-53          AT END
AL-53              ADD 1               TO WK-GL-SUM-CNT
AL-53              IF  WK-GL-SUM-CNT > WK-GL-SUM-MAX
AL-53                  DISPLAY SPACE
AL-53                  DISPLAY '=================================='
AL-53                  DISPLAY '=== GL SUMMARY TABLE OVERFLOW ===='
AL-53                  DISPLAY '=================================='
AL-53                  MOVE 1          TO RETURN-CODE
AL-53                  CALL 'AMSABRT' USING IN52
AL-53              ELSE
AL-53                  SET WK-GSX      TO WK-GL-SUM-CNT
AL-53                  MOVE WK-GL-THIS-KEY
AL-53                                  TO WK-GL-SUM-KEY (WK-GSX)
AL-53                  ADD WK-GL-THIS-AMT
AL-53                                  TO WK-GL-SUM-AMT (WK-GSX)
AL-53                  ADD 1           TO WK-GL-SUM-RCNT (WK-GSX)
AL-53              END-IF
AL-53          WHEN WK-GL-SUM-KEY (WK-GSX) = WK-GL-THIS-KEY
AL-53              ADD WK-GL-THIS-AMT  TO WK-GL-SUM-AMT (WK-GSX)
AL-53              ADD 1               TO WK-GL-SUM-RCNT (WK-GSX)
AL-53      END-SEARCH.
AL-53
AL-53  WRITE-GL-EXTRACT-EXIT. EXIT.
AL-53 *--------------------------*
AL-53
AL-56  PUT-BILLED-JOB.
AL-56 *--------------*
AL-56 *>   Every work order billed goes on the billed work-order
AL-56 *>   history against the document it billed on.  A new job is
AL-56 *>   added as 'P' and becomes 'B' (billed) when the run
AL-56 *>   finishes (FINISH-BILLED-JOBS).  A job already on the
AL-56 *>   history bills again only as a flagged adjustment - the
AL-56 *>   original document is kept and this one is recorded as the
AL-56 *>   job's latest.  Proof runs write nothing.
AL-56      IF  WK-PROOF-RUN = 'Y'
AL-56      OR  WK-BJOB-OPEN NOT = 'Y'
AL-56          GO TO PUT-BILLED-JOB-EXIT.
AL-56
AL-56      MOVE WO-JOB-NBR             TO BJOB-JOB-NBR.
AL-56      READ BJOB-FILE
AL-56          INVALID KEY
AL-56              MOVE 'N'            TO WK-BJOB-FOUND
AL-56          NOT INVALID KEY
AL-56              MOVE 'Y'            TO WK-BJOB-FOUND
AL-56      END-READ.
AL-56
AL-56      IF  WK-BJOB-FOUND NOT = 'Y'
AL-56          MOVE SPACES             TO BJOB-REC
AL-56          MOVE WO-JOB-NBR         TO BJOB-JOB-NBR
AL-56          MOVE 'P'                TO BJOB-STATUS
AL-56          IF  WK-CRED-MEMO-FLG = 'Y'
AL-56              MOVE 'C'            TO BJOB-DOC-TYPE
AL-56              MOVE WK-CRED-NBR    TO BJOB-DOC-NBR
AL-56          ELSE
AL-56              MOVE 'I'            TO BJOB-DOC-TYPE
AL-56              MOVE WK-INVC-NBR    TO BJOB-DOC-NBR
AL-56          END-IF
AL-56          MOVE WK-INVC-DATE-P     TO BJOB-INVC-DATE
AL-56          MOVE WO-INVC-AMT        TO BJOB-AMT
AL-56          MOVE SSL-ACCT-NBR       TO BJOB-ACCT-NBR
AL-56          MOVE SSL-AGY-ACCT-NBR   TO BJOB-AGY-NBR
AL-56          MOVE WO-PUB             TO BJOB-PUB
AL-56          IF  WO-ISSUE NUMERIC
AL-56              MOVE WO-ISSUE       TO BJOB-ISSUE
AL-56          ELSE
AL-56              MOVE ZEROS          TO BJOB-ISSUE
AL-56          END-IF
AL-56          MOVE WS-NUMERIC-DATE    TO BJOB-RUN-DATE
AL-56          MOVE WK-INVC-RUN        TO BJOB-RUN-TYPE
AL-56          MOVE WK-INVC-ORG        TO BJOB-RUN-ORG
AL-56          MOVE ZEROS              TO BJOB-ADJ-CNT
AL-56      ELSE
AL-56          ADD 1                   TO BJOB-ADJ-CNT
AL-56      END-IF.
AL-56
AL-56      IF  WK-CRED-MEMO-FLG = 'Y'
AL-56          MOVE 'C'                TO BJOB-LAST-DOC-TYPE
AL-56          MOVE WK-CRED-NBR        TO BJOB-LAST-DOC-NBR
AL-56      ELSE
AL-56          MOVE 'I'                TO BJOB-LAST-DOC-TYPE
AL-56          MOVE WK-INVC-NBR        TO BJOB-LAST-DOC-NBR
AL-56      END-IF.
AL-56      MOVE WK-INVC-DATE-P         TO BJOB-LAST-DATE.
AL-56      MOVE WO-INVC-AMT            TO BJOB-LAST-AMT.
AL-56
AL-56      IF  WK-BJOB-FOUND = 'Y'
AL-56          REWRITE BJOB-REC
AL-56              INVALID KEY
AL-56                  DISPLAY 'BILLED JOB REWRITE FAILED '
AL-56                          BJOB-JOB-NBR
AL-56          END-REWRITE
AL-56          ADD 1                   TO WK-BJOB-UPD-CNT
AL-56      ELSE
AL-56          WRITE BJOB-REC
AL-56              INVALID KEY
AL-56                  DISPLAY 'BILLED JOB WRITE FAILED '
AL-56                          BJOB-JOB-NBR
AL-56          END-WRITE
AL-56          ADD 1                   TO WK-BJOB-WRITE-CNT
AL-56      END-IF.
AL-56
AL-56  PUT-BILLED-JOB-EXIT. EXIT.
AL-56 *------------------------*
AL-56
AL-51  RELEASE-WO-HOLD.
AL-51 *---------------*
AL-51 *>   A work order on the held work-order file that has now
AL-51 *>   been invoiced is marked 'B' (billed).  Done here rather
AL-51 *>   than when the order passes the audit, so an order the
AL-51 *>   sort input still drops (digital skip, ACR, partition,
AL-51 *>   duplicate-billing guard) stays open on the file.
AL-51      IF  WK-HOLD-OPEN NOT = 'Y'
AL-51          GO TO RELEASE-WO-HOLD-EXIT.
AL-51
AL-51      MOVE WO-JOB-NBR             TO HOLD-JOB-NBR.
AL-51      READ HOLD-FILE
AL-51          INVALID KEY
AL-51              MOVE 'N'            TO WK-HOLD-FOUND
AL-51          NOT INVALID KEY
AL-51              MOVE 'Y'            TO WK-HOLD-FOUND
AL-51      END-READ.
AL-51      IF  WK-HOLD-FOUND NOT = 'Y'
AL-51      OR  HOLD-STATUS       = 'B'
AL-51          GO TO RELEASE-WO-HOLD-EXIT.
AL-51
AL-51      MOVE 'B'                    TO HOLD-STATUS.
AL-51      MOVE WS-NUMERIC-DATE        TO HOLD-LAST-DATE.
AL-51      ADD 1                       TO WK-HOLD-RLSE-CNT.
AL-51      PERFORM PUT-WO-HOLD.
AL-51
AL-51  RELEASE-WO-HOLD-EXIT. EXIT.
AL-51 *-------------------------*
AL-56
AL-56  FINISH-BILLED-JOBS.
AL-56 *------------------*
AL-56 *>   The run has finished - the history rows it added ('P')
AL-56 *>   are now billed ('B').  Only the jobs this run released
AL-56 *>   (RUNJOB) can have one, so only those rows are read.  Proof
AL-56 *>   runs just close the files.
AL-56      IF  WK-RJOB-OPEN NOT = 'Y'
AL-56          GO TO FINISH-BILLED-JOBS-EXIT.
AL-56
AL-56      IF  WK-PROOF-RUN NOT = 'Y'
AL-56      AND WK-BJOB-OPEN     = 'Y'
AL-56          MOVE ZEROS              TO RJOB-JOB-NBR
AL-56          MOVE 'N'                TO WK-RJOB-EOF
AL-56          START RJOB-FILE KEY NOT < RJOB-JOB-NBR
AL-56              INVALID KEY
AL-56                  MOVE 'Y'        TO WK-RJOB-EOF
AL-56          END-START
AL-56          PERFORM FINISH-ONE-BILLED-JOB
AL-56               THRU FINISH-ONE-BILLED-JOB-EXIT
AL-56              UNTIL WK-RJOB-EOF = 'Y'
AL-56      END-IF.
AL-56
AL-56      CLOSE RJOB-FILE.
AL-56      MOVE 'N'                    TO WK-RJOB-OPEN.
AL-56      IF  WK-BJOB-OPEN = 'Y'
AL-56          CLOSE BJOB-FILE
AL-56          MOVE 'N'                TO WK-BJOB-OPEN
AL-56      END-IF.
AL-56
AL-56      DISPLAY 'BILLED JOB HISTORY - ADDED ' WK-BJOB-WRITE-CNT
AL-56              ' UPDATED ' WK-BJOB-UPD-CNT
AL-56              ' MARKED BILLED ' WK-BJOB-DONE-CNT
AL-56              ' UNFINISHED CLEARED ' WK-BJOB-CLEAR-CNT.
AL-56      DISPLAY 'DUPLICATE BILLINGS KEPT OUT - ON HISTORY '
AL-56              WK-DUP-HIST-CNT ' IN THIS RUN ' WK-DUP-RUN-CNT.
AL-56
AL-56  FINISH-BILLED-JOBS-EXIT. EXIT.
AL-56 *----------------------------*
AL-56
AL-56  FINISH-ONE-BILLED-JOB.
AL-56 *---------------------*
AL-56      READ RJOB-FILE NEXT RECORD
AL-56          AT END
AL-56              MOVE 'Y'            TO WK-RJOB-EOF
AL-56      END-READ.
AL-56      IF  WK-RJOB-EOF = 'Y'
AL-56          GO TO FINISH-ONE-BILLED-JOB-EXIT.
AL-56
AL-56      MOVE RJOB-JOB-NBR           TO BJOB-JOB-NBR.
AL-56      READ BJOB-FILE
AL-56          INVALID KEY
AL-56              GO TO FINISH-ONE-BILLED-JOB-EXIT
AL-56      END-READ.
AL-56      IF  BJOB-STATUS = 'P'
AL-56          MOVE 'B'                TO BJOB-STATUS
AL-56          REWRITE BJOB-REC
AL-56              INVALID KEY
AL-56                  DISPLAY 'BILLED JOB REWRITE FAILED '
AL-56                          BJOB-JOB-NBR
AL-56          END-REWRITE
AL-56          ADD 1                   TO WK-BJOB-DONE-CNT
AL-56      END-IF.
AL-56
AL-56  FINISH-ONE-BILLED-JOB-EXIT. EXIT.
AL-56 *-------------------------------*
AL-53  WRITE-GL-JOURNAL.
AL-53 *----------------*
AL-53 *>   One 'S' journal record per class / pub / edition / ad
AL-53 *>   type / issue month for the whole run, dated the invoice
AL-53 *>   date.  'R' entries credit revenue, 'D' entries credit
AL-53 *>   deferred revenue; the A/R side is already on the TB10s.
AL-53      PERFORM VARYING WK-GSX FROM 1 BY 1
AL-53              UNTIL WK-GSX > WK-GL-SUM-CNT
AL-53                 OR WK-GSX > WK-GL-SUM-MAX
AL-53          MOVE SPACES             TO WK-GLSUM-REC
AL-53          MOVE 'S'                TO GLSUM-REC-TYPE
AL-53          MOVE WK-GL-SUM-CLS (WK-GSX)  TO GLSUM-CLASS
AL-53          MOVE WK-INVC-DATE-P          TO GLSUM-POST-DATE
AL-53          MOVE WK-GL-SUM-PUB (WK-GSX)  TO GLSUM-PUB
AL-53          MOVE WK-GL-SUM-ED (WK-GSX)   TO GLSUM-EDITION
AL-53          MOVE WK-GL-SUM-ADT (WK-GSX)  TO GLSUM-AD-TYPE
AL-53          MOVE WK-GL-SUM-YYMM (WK-GSX) TO GLSUM-ISSUE-YYMM
AL-53          MOVE WK-GL-SUM-RCNT (WK-GSX) TO GLSUM-WO-CNT
AL-53          MOVE WK-GL-SUM-AMT (WK-GSX)  TO GLSUM-AMT
AL-53          WRITE GLEXT-REC FROM WK-GLSUM-REC
AL-53      END-PERFORM.
AL-53
AL-53  WRITE-GL-JOURNAL-EXIT. EXIT.
AL-53 *--------------------------*
AL-53
AL-54  WRITE-SALES-CREDIT.
AL-54 *------------------*
AL-54 *>   One sales-credit record per salesperson on the work
AL-54 *>   order's team, each carrying that salesperson's share of
AL-54 *>   the line net.  Shares are taken against the team's total
AL-54 *>   percentage and the last member takes the rounding, so the
AL-54 *>   records always add back to WO-INVC-AMT.  A work order with
AL-54 *>   no team is credited whole to salesperson 0000 for the
AL-54 *>   commission desk to assign.  A credit work order carries
AL-54 *>   the invoice it credits (WO-INVC-NBR) so the statement run
AL-54 *>   can net it against the original salespeople.
AL-54      IF  WK-PROOF-RUN = 'Y'
AL-54          GO TO WRITE-SALES-CREDIT-EXIT.
AL-54
AL-54      IF  SSL-S-SLS-TEAM = SPACES
AL-54          MOVE LOW-VALUES         TO WK-SLS-TEAM
AL-54      ELSE
AL-54          MOVE SSL-S-SLS-TEAM     TO WK-SLS-TEAM
AL-54      END-IF.
AL-54      MOVE SPACES                 TO WK-SLSCRD-REC.
AL-54      IF  WK-CRED-MEMO-FLG = 'Y'
AL-54          MOVE 'C'                TO SLC-DOC-TYPE
AL-54          MOVE WK-CRED-NBR        TO SLC-DOC-NBR
AL-54          MOVE WO-INVC-NBR        TO SLC-ORIG-INVC
AL-54      ELSE
AL-54          MOVE 'I'                TO SLC-DOC-TYPE
AL-54          MOVE WK-INVC-NBR        TO SLC-DOC-NBR
AL-54          MOVE WK-INVC-NBR        TO SLC-ORIG-INVC
AL-54      END-IF.
AL-54      MOVE WK-INVC-DATE-P         TO SLC-INVC-DATE.
AL-54      MOVE SSL-ACCT-NBR           TO SLC-ACCT-NBR.
AL-54      MOVE SSL-AGY-ACCT-NBR       TO SLC-AGY-NBR.
AL-54      MOVE WO-PUB                 TO SLC-PUB.
AL-54      MOVE WO-JOB-NBR             TO SLC-JOB-NBR.
AL-54      MOVE WO-INVC-AMT            TO SLC-NET-AMT.
AL-54      ADD WO-INVC-AMT             TO WK-SLS-TOT-AMT.
AL-54
AL-54      MOVE ZEROS                  TO WK-SLS-PCT-TOT
AL-54                                     WK-SLS-LAST-X
AL-54                                     WK-SLS-DONE-AMT.
AL-54      PERFORM VARYING WK-SLS-X FROM 1 BY 1
AL-54              UNTIL WK-SLS-X > 4
AL-54          IF  WK-SLS-PCT (WK-SLS-X) > 0
AL-54              ADD WK-SLS-PCT (WK-SLS-X) TO WK-SLS-PCT-TOT
AL-54              MOVE WK-SLS-X       TO WK-SLS-LAST-X
AL-54          END-IF
AL-54      END-PERFORM.
AL-54
AL-54      IF  WK-SLS-PCT-TOT = 0
AL-54          MOVE ZEROS              TO SLC-SLS-NBR
AL-54          MOVE 100                TO SLC-SLS-PCT
AL-54          MOVE WO-INVC-AMT        TO SLC-CREDIT-AMT
AL-54          WRITE SLSCRD-REC FROM WK-SLSCRD-REC
AL-54          ADD 1                   TO WK-SLS-REC-CNT
AL-54          ADD WO-INVC-AMT         TO WK-SLS-UNASGN-AMT
AL-54          GO TO WRITE-SALES-CREDIT-EXIT.
AL-54
AL-54      PERFORM VARYING WK-SLS-X FROM 1 BY 1
AL-54              UNTIL WK-SLS-X > 4
AL-54          IF  WK-SLS-PCT (WK-SLS-X) > 0
AL-54              MOVE WK-SLS-NBR (WK-SLS-X) TO SLC-SLS-NBR
AL-54              MOVE WK-SLS-PCT (WK-SLS-X) TO SLC-SLS-PCT
AL-54              IF  WK-SLS-X = WK-SLS-LAST-X
AL-54                  COMPUTE SLC-CREDIT-AMT = WO-INVC-AMT
AL-54                                         - WK-SLS-DONE-AMT
AL-54              ELSE
AL-54                  COMPUTE SLC-CREDIT-AMT ROUNDED =
AL-54                          WO-INVC-AMT * WK-SLS-PCT (WK-SLS-X)
AL-54                                      / WK-SLS-PCT-TOT
AL-54                  ADD SLC-CREDIT-AMT  TO WK-SLS-DONE-AMT
AL-54              END-IF
AL-54              WRITE SLSCRD-REC FROM WK-SLSCRD-REC
AL-54              ADD 1               TO WK-SLS-REC-CNT
AL-54          END-IF
AL-54      END-PERFORM.
AL-54
AL-54  WRITE-SALES-CREDIT-EXIT. EXIT.
AL-54 *----------------------------*
AL-54
AL-40  AUDIT-INVC-REGISTER.
AL-40 *-------------------*
AL-40 *>   Re-read the register (numbers are issued ascending, so
