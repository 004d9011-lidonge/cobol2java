      ****************************************************************
      * COPYBOOK NAME......: SASTRCAS                                *
      * 可疑交易案件段(BSASTRD根段):KSARSTR1日终将触发命中、风险    *
      * 评分与拆分存入三路预警按客户归集立案,KSASTR0分派调查、     *
      * 备注、关联明细、确认或排除,KSARSTX1生成可疑交易报告文件,   *
      * KSARSTK1登记回执并出超期清单;子段SASTRDTL                  *
      ****************************************************************
      *    案件编号:客户号+客户内顺序号
           05  SA-STC-CASE-NO.
               10  SA-STC-CUST-NO          PIC X(20).
               10  SA-STC-CASE-SEQ-N       PIC 9(04).
      *    0-待分派 1-调查中 2-已确认待上报 3-已上报待回执
      *    4-回执成功 5-回执失败待重报 9-排除结案
           05  SA-STC-STS                  PIC X(01).
           05  SA-STC-CUST-NAME            PIC X(120).
      *    立案网点:首笔预警账户开户机构
           05  SA-STC-BRANCH-STD           PIC X(09).
      *    立案日/调查期限/调查人/分派日
           05  SA-STC-OPEN-DT              PIC X(08).
           05  SA-STC-DUE-DT               PIC X(08).
           05  SA-STC-INV-OPR-NO           PIC X(12).
           05  SA-STC-ASGN-DT              PIC X(08).
      *    预警汇总:触发命中次数/最高风险评分/最高滚动周现金存入
           05  SA-STC-ATN-CNT              PIC 9(05).
           05  SA-STC-RSK-SCORE            PIC 9(03).
           05  SA-STC-SMF-AMT              PIC S9(16)V9(2) COMP-3.
           05  SA-STC-LST-ALT-DT           PIC X(08).
      *    子段末序号/关联交易笔数/关联交易金额合计
           05  SA-STC-DTL-SEQ-N            PIC 9(05).
           05  SA-STC-TXN-CNT              PIC 9(05).
           05  SA-STC-TXN-AMT              PIC S9(16)V9(2) COMP-3.
      *    确认要素:可疑特征代码/可疑行为描述/已采取措施/客户证件
           05  SA-STC-SUSP-COD             PIC X(04).
           05  SA-STC-SUSP-DESC            PIC X(200).
           05  SA-STC-ACTN-COD             PIC X(02).
           05  SA-STC-CUST-CERT-TYP        PIC X(04).
           05  SA-STC-CUST-CERT-ID         PIC X(32).
           05  SA-STC-CFM-DT               PIC X(08).
           05  SA-STC-CFM-OPR-NO           PIC X(12).
           05  SA-STC-CFM-CHK-OPR-NO       PIC X(12).
           05  SA-STC-RPT-DUE-DT           PIC X(08).
      *    上报:报告文件名/上报日/上报次数
           05  SA-STC-RPT-FILE-NM          PIC X(40).
           05  SA-STC-RPT-DT               PIC X(08).
           05  SA-STC-RPT-CNT              PIC 9(02).
      *    回执:0-成功 1-失败;回执日/回执说明
           05  SA-STC-RCP-STS              PIC X(01).
           05  SA-STC-RCP-DT               PIC X(08).
           05  SA-STC-RCP-MSG              PIC X(60).
      *    排除结案
           05  SA-STC-CLS-DT               PIC X(08).
           05  SA-STC-CLS-OPR-NO           PIC X(12).
           05  SA-STC-CLS-CHK-OPR-NO       PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-STC-FILLER               PIC X(20).
