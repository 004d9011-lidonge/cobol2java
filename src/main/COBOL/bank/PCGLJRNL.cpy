           05  I-BUSN-DT               PIC X(08).
           05  O-MSG-TYPE              PIC X(01).
           05  O-RTRN-CODE             PIC X(05).
      *    以下为利息计提类分录附加项,交易类调用留空:
      *    A-应付利息计提 R-结息转出计提 D-结息与计提差额
           05  I-JRN-TYP               PIC X(01).
           05  I-PDP-CODE              PIC X(11).
           05  I-LEGAL-PERSON-ID       PIC X(03).
