      ****************************************************************
      * COPYBOOK NAME......: SAPRMCHG                                *
      * 参数变更申请段(BSAPRMD):价目、营业日历、限额例外清单、       *
      * 筛查阈值、账户性质主档等参数维护一律先登记申请,经第二柜员   *
      * 审批后方生效(可指定未来生效日);申请时保存原维护交易的参数 *
      * 区,审批/到期生效时由原维护交易按申请编号取回执行             *
      ****************************************************************
      *    申请编号:营业日期+交易流水号
           05  SA-PCR-REQ-NO               PIC X(32).
      *    参数表:SATRFTBL/SABDTCAL/SAPRMVAL/SAACHRMS/SAMSGCAT
           05  SA-PCR-TBL-ID               PIC X(08).
           05  SA-PCR-PRM-KEY              PIC X(40).
      *    原维护交易KB名及其参数区
           05  SA-PCR-KB-NAME              PIC X(08).
           05  SA-PCR-PARM-LEN             PIC 9(04).
           05  SA-PCR-PARM                 PIC X(1000).
      *    申请时的变更前/后映像(可读格式)
           05  SA-PCR-BEF-IMG              PIC X(200).
           05  SA-PCR-AFT-IMG              PIC X(200).
      *    生效日:空白为审批即生效
           05  SA-PCR-EFF-DT               PIC X(08).
      *    0-待审批 1-已审批待生效 2-已生效 8-已拒绝 9-已撤回
           05  SA-PCR-STS                  PIC X(01).
           05  SA-PCR-RMRK                 PIC X(62).
           05  SA-PCR-MKR-TLR              PIC X(12).
           05  SA-PCR-MKR-BRANCH-STD       PIC X(09).
           05  SA-PCR-MKR-DT               PIC X(08).
           05  SA-PCR-MKR-TM               PIC X(08).
           05  SA-PCR-CHK-TLR              PIC X(12).
           05  SA-PCR-CHK-DT               PIC X(08).
           05  SA-PCR-APPLY-DT             PIC X(08).
      *    审批/拒绝意见
           05  SA-PCR-CHK-RMRK             PIC X(62).
      *    审计轨迹事件序号(SAPRMAUD)及最近事件日期
           05  SA-PCR-EVT-CNT              PIC 9(02).
           05  SA-PCR-LAST-EVT-DT          PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-PCR-FILLER               PIC X(20).
