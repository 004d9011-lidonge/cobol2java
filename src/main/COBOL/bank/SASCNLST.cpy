      ****************************************************************
      * COPYBOOK NAME......: SASCNLST                                *
      * 制裁/禁运名单段(BSASCLD):合规部门维护的制裁、禁运及内部     *
      * 黑名单主体,含中文名、拼音/英文/曾用名别名及规范化匹配键,    *
      * KSASCL0维护,KSASCM0对转账汇款交易对手逐条模糊比对           *
      ****************************************************************
           05  SA-SCL-LST-ID               PIC X(12).
      *    名单来源 01-联合国 02-OFAC 03-欧盟 04-人行/公安部
      *    09-本行内部
           05  SA-SCL-SRC                  PIC X(02).
      *    主体类型 1-个人 2-机构 3-银行 4-国家/地区
           05  SA-SCL-ENT-TYP              PIC X(01).
           05  SA-SCL-NAME                 PIC X(120).
      *    规范化匹配键:大写、去公司后缀、去空格及标点
           05  SA-SCL-NAME-KEY             PIC X(120).
      *    别名:拼音、英文名、曾用名等
           05  SA-SCL-ALIAS-GRP            OCCURS 4.
               10  SA-SCL-ALIAS            PIC X(120).
               10  SA-SCL-ALIAS-KEY        PIC X(120).
      *    银行类主体的行号,国家/地区类主体的国别代码
           05  SA-SCL-BANK-NO              PIC X(09).
           05  SA-SCL-CTRY-COD             PIC X(03).
           05  SA-SCL-EFF-DT               PIC X(08).
           05  SA-SCL-EXP-DT               PIC X(08).
      *    0-有效 1-已停用
           05  SA-SCL-STS                  PIC X(01).
           05  SA-SCL-UPD-DT               PIC X(08).
           05  SA-SCL-OPR-NO               PIC X(12).
           05  SA-SCL-CHK-OPR-NO           PIC X(12).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-SCL-FILLER               PIC X(20).
