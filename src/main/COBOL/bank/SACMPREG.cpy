      ****************************************************************
      * COPYBOOK NAME......: SACMPREG                                *
      * 存款营销活动登记段(BSACMPD根段):按活动编号登记参与条件、   *
      * 考核口径与目标、奖励方式;KSACMP0登记/报名,KSARCMP1月末   *
      * 考核并经既有双人复核路径入账奖励                              *
      ****************************************************************
           05  SA-CMP-ID                   PIC X(10).
           05  SA-CMP-NAME                 PIC X(60).
      *    0-进行中 1-已结算 9-已撤销
           05  SA-CMP-STS                  PIC X(01).
      *    参与条件,空白为不限:产品、开户机构、存款人类别、
      *    开户日期区间
           05  SA-CMP-PDP-CODE             PIC X(11).
           05  SA-CMP-BRANCH-STD           PIC X(09).
           05  SA-CMP-CUST-TYPE            PIC X(02).
           05  SA-CMP-OPAC-BGN-DT          PIC X(08).
           05  SA-CMP-OPAC-END-DT          PIC X(08).
      *    报名截止日
           05  SA-CMP-ENR-END-DT           PIC X(08).
      *    考核币种及口径:1-期末余额 2-日均余额 3-净流入
           05  SA-CMP-CURR-COD             PIC X(03).
           05  SA-CMP-CURR-IDEN            PIC X(01).
           05  SA-CMP-MSR-BASIS            PIC X(01).
           05  SA-CMP-MSR-BGN-DT           PIC X(08).
           05  SA-CMP-MSR-END-DT           PIC X(08).
           05  SA-CMP-TGT-AMT              PIC S9(16)V9(2) COMP-3.
      *    奖励方式:1-免收费(至免费截止日) 2-奖励利息
           05  SA-CMP-RWD-TYP              PIC X(01).
           05  SA-CMP-WAIVE-END-DT         PIC X(08).
      *    奖励利息:定额优先;定额为零按考核值×年利率(%)×考核
      *    天数/360
           05  SA-CMP-RWD-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-CMP-RWD-RATE             PIC 9(02)V9(06).
           05  SA-CMP-REG-DT               PIC X(08).
           05  SA-CMP-REG-BRANCH-STD       PIC X(09).
           05  SA-CMP-OPR-NO               PIC X(12).
      *    复核柜员:登记时必输且不得与经办同人,月末奖励入账
      *    以其为复核柜员
           05  SA-CMP-CHK-OPR-NO           PIC X(12).
           05  SA-CMP-UPD-DT               PIC X(08).
           05  SA-CMP-UPD-TLR              PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-CMP-FILLER               PIC X(20).
