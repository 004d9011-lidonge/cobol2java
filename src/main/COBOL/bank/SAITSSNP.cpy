      ****************************************************************
      * COPYBOOK NAME......: SAITSSNP                                *
      * 结息前积数快照段(BSAITHD):KSARITS1实际结息时按账号+币种+      *
      * 钞汇+结息日+档次写入,档次00为币种段普通/实际/透支积数,       *
      * 01起为协定各档积数;积数均已补齐至结息日,供结息冲回           *
      * (KSARBKO1)恢复结息前积数                                      *
      ****************************************************************
           05  SA-ITP-ACCT-NO              PIC X(32).
           05  SA-ITP-CURR-COD             PIC X(03).
           05  SA-ITP-CURR-IDEN            PIC X(01).
           05  SA-ITP-STL-DT               PIC X(08).
      *    档次:00-币种段 其余为SA-NGO-FL-NO-N
           05  SA-ITP-FL-NO-N              PIC 9(02).
           05  SA-ITP-DDP-PDT              PIC S9(16)V9(2) COMP-3.
           05  SA-ITP-ACTU-PDT             PIC S9(16)V9(2) COMP-3.
           05  SA-ITP-OD-PDT               PIC S9(16)V9(2) COMP-3.
           05  SA-ITP-NGO-PRDT             PIC S9(16)V9(2) COMP-3.
      *    结息前上次结息日(冲回时还原SA-LTM-STL-DT)
           05  SA-ITP-LTM-STL-DT           PIC X(08).
      *    结息时转出的累计计提利息(档次00)
           05  SA-ITP-ACR-INT-AMT          PIC S9(16)V9(2) COMP-3.
           05  SA-LEGAL-PERSON-ID          PIC X(03).
           05  SA-DB-PARTITION-ID          PIC X(09).
           05  SA-ITP-FILLER               PIC X(10).
