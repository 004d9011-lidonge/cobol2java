      *    存款质押冻结总额:存续SAPLGDTL明细之和,与司法冻结
      *    SA-FRZ-AMT分开维护,同样压低可用余额
           05  SA-PLG-AMT              PIC S9(16)V9(2) COMP-3.
      *    应付利息计提:本结息期已计提入总账的累计利息及末次
      *    计提日,KSARACR1逐日补差,KSARITS1结息时转出清零
           05  SA-ACR-INT-AMT          PIC S9(16)V9(2) COMP-3.
           05  SA-LTM-ACR-DT           PIC X(08).
           05  SA-FILLER               PIC X(12).
