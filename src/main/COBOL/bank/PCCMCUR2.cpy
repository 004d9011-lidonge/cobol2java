           05  I-CURR-COD              PIC X(03).
           05  I-ACCT-NO               PIC X(32).
      *    询价功能:空-仅代码检查 1-现钞买入折算询价
      *              2-现汇结售汇折算询价(总行牌价)
           05  I-QUOTE-FUNC            PIC X(01).
      *    折算目标币种(入账币种)
           05  I-TGT-CURR-COD          PIC X(03).
           05  O-FX-EUR-EXCPT-FLG      PIC X(01).
      *    现钞买入折算汇率(1单位I-CURR-COD折I-TGT-CURR-COD)
           05  O-CSH-BUY-RATE          PIC S9(07)V9(08) COMP-3.
      *    现汇折算汇率(1单位I-CURR-COD折I-TGT-CURR-COD)
           05  O-EXC-RATE              PIC S9(07)V9(08) COMP-3.
           05  O-MSG-TYPE              PIC X(01).
           05  O-RTRN-CODE             PIC X(05).
