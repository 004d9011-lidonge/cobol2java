      ****************************************************************
      * COPYBOOK NAME......: SAADBBAL                                *
      * 日均余额记录(KSARADB1产出):账户级主档ADBMST逐日滚动,客户/     *
      * 机构汇总ADBSUM每日重出,月末另出月报ADBMON(统计至自然月末),    *
      * 三者同布局,按记录类型区分,供定价/考核/营销等批量直接读取       *
      ****************************************************************
      *    A-账户(账号+币种) C-客户(客户号+币种) B-机构(机构+币种)
           05  SA-ADB-REC-TYP          PIC X(01).
           05  SA-ADB-ACCT-NO          PIC X(32).
           05  SA-ADB-CURR-COD         PIC X(03).
           05  SA-ADB-CURR-IDEN        PIC X(01).
           05  SA-ADB-CUST-NO          PIC X(20).
           05  SA-ADB-OPAC-INSTN-NO    PIC X(09).
      *    统计截止日(日终为当日营业日,月报为自然月末)
           05  SA-ADB-STAT-DT          PIC X(08).
      *    末次取数快照日及当日账面余额(非营业日按此余额顺延)
           05  SA-ADB-LAST-DT          PIC X(08).
           05  SA-ADB-LAST-BAL         PIC S9(14)V9(2).
      *    1-月累 2-季累 3-年累:统计天数(自然日)/余额积数/日均余额
           05  SA-ADB-PRD              OCCURS 3 TIMES.
               10  SA-ADB-DAYS         PIC 9(03).
               10  SA-ADB-ACCUM        PIC S9(18)V9(2).
               10  SA-ADB-AVG-BAL      PIC S9(14)V9(2).
      *    汇总记录所含账户(币种段)数,账户级记1
           05  SA-ADB-ACCT-CNT         PIC 9(07).
      *    月初余额(上月末余额,本月新开为零),月末余额减此为月净增
           05  SA-ADB-MON-OPEN-BAL     PIC S9(14)V9(2).
           05  SA-ADB-FILLER           PIC X(12).
