      ****************************************************************
      * COPYBOOK NAME......: PKSAAPV0                                *
      * 核准类账户核准登记KB参数区                                    *
      ****************************************************************
           05  I-ACCT-NO               PIC X(32).
      *    人行开户核准书编号
           05  I-APRV-NO               PIC X(20).
      *    核准书签发日期(YYYYMMDD),不得晚于当日
           05  I-APRV-DT               PIC X(08).
           05  I-RMRK                  PIC X(62).
           05  O-RTRN-CODE             PIC X(05).
           05  O-ACCT-NAME             PIC X(120).
           05  O-OPAC-DT               PIC X(08).
           05  O-APRV-NO               PIC X(20).
           05  O-APRV-DT               PIC X(08).
