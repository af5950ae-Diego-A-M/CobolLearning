      *================================================================
      * APRAUD.CPY
      * LAYOUT DA TRILHA DE AUDITORIA DAS DECISOES DE APROVACAO
      * (APR-AUDIT-FILE), GRAVADA PELO CALCAPR - UMA LINHA POR
      * DECISAO SOBRE UM ITEM RETIDO NO CALCPEND.
      * AP-ACTION: L=LIBERADO (POSTADO)  R=RECUSADO
      *            N=NEGADO (O PROPRIO OPERADOR QUE SUBMETEU TENTOU
      *              DECIDIR O ITEM; NADA FOI ALTERADO)
      * AP-USER-ID: OPERADOR QUE DECIDIU; AP-SUBMITTER-ID: OPERADOR
      * QUE SUBMETEU O DETALHE.
      * AP-POST-RUN: EXECUCAO QUE POSTOU O ITEM LIBERADO (ZEROS NAS
      * DEMAIS ACOES).
      *================================================================
       01  APR-AUDIT-RECORD.
           05  AP-DATE                 PIC 9(08).
           05  AP-TIME                 PIC 9(08).
           05  AP-USER-ID              PIC X(08).
           05  AP-ACTION               PIC X(01).
           05  AP-ITEM-KEY.
               10  AP-ITEM-RUN         PIC 9(06).
               10  AP-ITEM-SEQ         PIC 9(06).
           05  AP-SUBMITTER-ID         PIC X(08).
           05  AP-BUS-DATE             PIC 9(08).
           05  AP-RESULT               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  AP-POST-RUN             PIC 9(06).
           05  FILLER                  PIC X(05).
