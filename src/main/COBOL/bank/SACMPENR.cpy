      ****************************************************************
      * COPYBOOK NAME......: SACMPENR                                *
      * 存款营销活动报名段(BSACMPD二层段,父段SACMPREG):按账号     *
      * 登记报名及月末考核结果、奖励入账情况                          *
      ****************************************************************
           05  FK-SACMP-KEY                PIC X(10).
           05  SA-CME-ACCT-NO              PIC X(32).
           05  SA-CME-BRANCH-STD           PIC X(09).
      *    0-已报名 1-已奖励 2-未达标 3-奖励入账失败(下月重试)
      *    8-免费期满已恢复收费 9-已退出
           05  SA-CME-STS                  PIC X(01).
           05  SA-CME-ENR-DT               PIC X(08).
           05  SA-CME-ENR-TLR              PIC X(12).
      *    报名日该币种账户余额
           05  SA-CME-BASE-BAL             PIC S9(16)V9(2) COMP-3.
      *    最近一次考核日及考核值(期末余额/日均余额/净流入)
           05  SA-CME-MSR-DT               PIC X(08).
           05  SA-CME-MSR-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-CME-RWD-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-CME-RWD-DT               PIC X(08).
      *    奖励利息入账的人工调整登记序号
           05  SA-CME-IAJ-SEQ-N            PIC 9(07).
      *    免收费由本活动置上的标志Y,期满时据此恢复收费;原已
      *    豁免的账户不置,期满不动
           05  SA-CME-WAIVE-SET-FLG        PIC X(01).
           05  SA-CME-FAIL-MSG-CODE        PIC X(05).
           05  SA-CME-UPD-DT               PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-CME-FILLER               PIC X(20).
