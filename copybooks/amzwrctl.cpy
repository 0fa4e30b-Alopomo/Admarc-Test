      *    RUN-CONTROL LEDGER REQUEST - PASSED TO AMFRCTL
      *      'I' CHECK IN  - AT STEP START, BEFORE ANY FILE IS OPENED
      *      'O' CHECK OUT - AT STEP END, WITH THE STEP'S TOTALS
           05  RCTL-FUNCTION           PIC X(01).
               88  RCTL-CHECK-IN           VALUE 'I'.
               88  RCTL-CHECK-OUT          VALUE 'O'.
           05  RCTL-STEP               PIC X(12).
           05  RCTL-CYCLE.
               10  RCTL-RUN-DATE       PIC 9(08).
               10  RCTL-RUN-TYPE       PIC X(01).
               10  RCTL-RUN-ORG        PIC X(03).
           05  RCTL-OVERRIDE           PIC X(01).
           05  RCTL-IN-CNT             PIC 9(09).
           05  RCTL-IN-HASH            PIC S9(13)V99.
           05  RCTL-OUT-CNT            PIC 9(09).
           05  RCTL-OUT-AMT            PIC S9(13)V99.
           05  RCTL-STEP-RC            PIC 9(04).
           05  RCTL-SEQ                PIC 9(03).
           05  RCTL-RESULT             PIC X(01).
               88  RCTL-GO                 VALUE 'G'.
               88  RCTL-REFUSED            VALUE 'R'.
           05  RCTL-REASON             PIC X(60).
