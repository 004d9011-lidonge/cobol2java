      ****************************************************************
      * COPYBOOK NAME......: SAYECCTL                                *
      * 年终决算控制段(BSAYECD):按决算年度一条,KSARYEC1快照时写入    *
      * 并开放调整期,KSAYEA0据以校验上年会计日期入账,调整期满        *
      * KSARYEC1终决后关闭                                            *
      ****************************************************************
           05  SA-YEC-YEAR                 PIC X(04).
      *    年终决算日(会计年度末日)
           05  SA-YEC-YE-DT                PIC X(08).
      *    快照批量运行营业日
           05  SA-YEC-SNP-DT               PIC X(08).
      *    调整期截止营业日(含),此后不再受理上年会计日期入账
           05  SA-YEC-ADJ-END-DT           PIC X(08).
      *    1-调整期开放 2-已终决
           05  SA-YEC-STS                  PIC X(01).
           05  SA-YEC-SEG-CNT              PIC 9(09).
           05  SA-YEC-ADJ-CNT              PIC 9(07).
           05  SA-YEC-FNL-DT               PIC X(08).
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-YEC-FILLER               PIC X(20).
