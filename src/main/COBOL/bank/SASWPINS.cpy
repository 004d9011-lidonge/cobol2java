           05  SA-SWP-KEEP-AMT             PIC S9(16)V9(2) COMP-3.
      *    频率 D-每日 W-每周五 M-每月末
           05  SA-SWP-FREQ                 PIC X(01).
      *    0-存续 1-终止 2-暂停(划入账户已销户,KSARORP1置)
           05  SA-SWP-STS                  PIC X(01).
           05  SA-SWP-LAST-RUN-DT          PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
