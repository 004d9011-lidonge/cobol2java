      ****************************************************************
      * COPYBOOK NAME......: SAPRMAUD                                *
      * 参数变更审计轨迹段(BSAPRMD,SAPRMCHG子段):按事件序号登记     *
      * 申请、审批、拒绝、撤回、生效各事件及变更前/后映像,只增不改, *
      * KSARPRM1按月出内控报告                                        *
      ****************************************************************
           05  FK-SAPCR-KEY                PIC X(32).
           05  SA-PAU-EVT-SEQ              PIC 9(02).
      *    1-申请 2-审批 3-拒绝 4-撤回 5-生效
           05  SA-PAU-EVT-TYP              PIC X(01).
           05  SA-PAU-EVT-DT               PIC X(08).
           05  SA-PAU-EVT-TM               PIC X(08).
           05  SA-PAU-TLR                  PIC X(12).
           05  SA-PAU-BRANCH-STD           PIC X(09).
           05  SA-PAU-TX-LOG-NO            PIC X(24).
           05  SA-PAU-TBL-ID               PIC X(08).
           05  SA-PAU-PRM-KEY              PIC X(40).
           05  SA-PAU-MKR-TLR              PIC X(12).
           05  SA-PAU-CHK-TLR              PIC X(12).
           05  SA-PAU-EFF-DT               PIC X(08).
           05  SA-PAU-BEF-IMG              PIC X(200).
           05  SA-PAU-AFT-IMG              PIC X(200).
           05  SA-PAU-RMRK                 PIC X(62).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-PAU-FILLER               PIC X(20).
