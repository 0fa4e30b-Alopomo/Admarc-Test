           05  SEL-ISSUE                PIC 9(08) COMP.
           05  SEL-JOB-NBR              PIC 9(10).
           05  SEL-STATUS               PIC X(01).
           05  SEL-SLS-TEAM.
               10  SEL-SLSMAN           OCCURS 4.
                   15  SEL-SLS-NBR      PIC 9(04) COMP.
                   15  SEL-SLS-PCT      PIC 9(03) COMP.
           05  FILLER                   PIC X(31).
