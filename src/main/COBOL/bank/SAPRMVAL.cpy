      ****************************************************************
      * COPYBOOK NAME......: SAPRMVAL                                *
      * 系统参数值段(BSAPRVD):按参数类别+参数键登记,KSAPRV0经参数  *
      * 变更申请审批维护.类别LMEX为交易限额授权例外清单(键为交易码,  *
      * KSADEP0与KSARLEX1共用,原PSALMTEX编译清单改由本段取数);       *
      * 类别THRS为筛查阈值(键为阈值名,取数值,未登记的取PSACONST缺省 *
      * 值):SCN-HIT-SCORE制裁筛查疑似命中分值下限,STR-CASE-SCORE可疑 *
      * 交易立案分值下限                                              *
      ****************************************************************
           05  SA-PRV-TYP                  PIC X(04).
           05  SA-PRV-KEY                  PIC X(20).
           05  SA-PRV-DESC                 PIC X(60).
      *    0-在用 1-停用
           05  SA-PRV-STS                  PIC X(01).
           05  SA-PRV-NUM-VAL              PIC S9(13)V9(04) COMP-3.
           05  SA-PRV-TXT-VAL              PIC X(40).
           05  SA-PRV-EFF-DT               PIC X(08).
           05  SA-PRV-UPD-DT               PIC X(08).
           05  SA-PRV-UPD-TLR              PIC X(12).
      *    最近一次生效的变更申请编号
           05  SA-PRV-REQ-NO               PIC X(32).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-PRV-FILLER               PIC X(20).
