      ****************************************************************
      * COPYBOOK NAME......: PKSASCL0                                *
      * 制裁/禁运名单维护KB参数区                                     *
      ****************************************************************
      *    1-新增 2-修改 3-停用 4-查询
           05  I-FUN-CODE              PIC X(01).
           05  I-LST-ID                PIC X(12).
      *    名单来源 01-联合国 02-OFAC 03-欧盟 04-人行/公安部
      *    09-本行内部
           05  I-SRC                   PIC X(02).
      *    主体类型 1-个人 2-机构 3-银行 4-国家/地区
           05  I-ENT-TYP               PIC X(01).
           05  I-NAME                  PIC X(120).
      *    别名:拼音、英文名、曾用名等
           05  I-ALIAS                 PIC X(120) OCCURS 4.
           05  I-BANK-NO               PIC X(09).
           05  I-CTRY-COD              PIC X(03).
      *    生效日空时取当日,到期日空为长期有效
           05  I-EFF-DT                PIC X(08).
           05  I-EXP-DT                PIC X(08).
      *    新增/修改/停用须复核柜员,不得与经办同人
           05  I-CHK-TELLER-ID         PIC X(12).
           05  O-RTRN-CODE             PIC X(05).
           05  O-SRC                   PIC X(02).
           05  O-ENT-TYP               PIC X(01).
           05  O-NAME                  PIC X(120).
           05  O-NAME-KEY              PIC X(120).
           05  O-ALIAS                 PIC X(120) OCCURS 4.
           05  O-BANK-NO               PIC X(09).
           05  O-CTRY-COD              PIC X(03).
           05  O-EFF-DT                PIC X(08).
           05  O-EXP-DT                PIC X(08).
           05  O-STS                   PIC X(01).
           05  O-UPD-DT                PIC X(08).
           05  O-OPR-NO                PIC X(12).
           05  O-CHK-OPR-NO            PIC X(12).
