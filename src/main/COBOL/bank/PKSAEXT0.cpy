      ****************************************************************
      * COPYBOOK NAME......: PKSAEXT0                                *
      * 临时存款账户展期KB参数区                                      *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
      *    展期后新有效期(YYYYMMDD)
           05  I-NEW-DUE-DT            PIC X(08).
      *    展期核准文号(人行核准/备案编号)
           05  I-APRV-NO               PIC X(20).
           05  I-RMRK                  PIC X(62).
           05  O-RTRN-CODE             PIC X(05).
           05  O-ACCT-NAME             PIC X(120).
           05  O-OLD-DUE-DT            PIC X(08).
           05  O-NEW-DUE-DT            PIC X(08).
      *    自开户日起算的最长可展期至日
           05  O-MAX-DUE-DT            PIC X(08).
           05  O-APRV-NO               PIC X(20).
