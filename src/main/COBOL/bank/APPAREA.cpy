      *    批量逐笔容错陷阱:'1'时E类消息回滚本笔后携码返回
      *    调用方,不再中止整个批量(联机柜面不置此标志)
           05  AIF-ERR-TRAP-FLG        PIC X(01).
      *    消息目录(SAMSGCAT)取回的英文文本、级别及越过所需授权级别,
      *    中文文本置AIF-MSG-TEXT;外币网点前端按需显示英文
           05  AIF-MSG-TEXT-EN         PIC X(78).
           05  AIF-MSG-SEV             PIC X(01).
           05  AIF-MSG-OVRD-LVL        PIC X(01).
           05  AIF-FILLER              PIC X(19).
       01  SYS-AREA.
           05  SYS-BUSN-DT             PIC X(08).
           05  SYS-CPU-DT              PIC X(08).
