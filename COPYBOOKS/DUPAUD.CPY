      *================================================================
      * DUPAUD.CPY
      * LAYOUT DA TRILHA DAS DECISOES SOBRE SUSPEITAS DE DUPLICIDADE
      * (DUP-AUDIT-FILE), GRAVADA PELO CALCDUP - UMA LINHA POR
      * DECISAO SOBRE UM ITEM RETIDO NO ARQUIVO CALCDUP.
      * DA-ACTION: L=LIBERADO (POSTADO)
      *            P=LIBERADO MAS ACIMA DA ALCADA (PASSOU PARA O
      *              CALCPEND, PARA A DUPLA CUSTODIA DO CALCAPR)
      *            R=RECUSADO (ERA DUPLICADO DE FATO)
      *            N=NEGADO (O PROPRIO OPERADOR QUE SUBMETEU TENTOU
      *              DECIDIR O ITEM; NADA FOI ALTERADO)
      * DA-USER-ID: OPERADOR QUE DECIDIU; DA-SUBMITTER-ID: OPERADOR
      * QUE SUBMETEU O DETALHE.
      * DA-POST-RUN: EXECUCAO QUE POSTOU O ITEM LIBERADO (ZEROS NAS
      * DEMAIS ACOES).
      * O REGISTRO IGUAL QUE LEVOU A SUSPEITA FICA NO PROPRIO ITEM
      * DO CALCDUP (DU-MATCH-SOURCE/DU-MATCH-KEY).
      *================================================================
       01  DUP-AUDIT-RECORD.
           05  DA-DATE                 PIC 9(08).
           05  DA-TIME                 PIC 9(08).
           05  DA-USER-ID              PIC X(08).
           05  DA-ACTION               PIC X(01).
           05  DA-ITEM-KEY.
               10  DA-ITEM-RUN         PIC 9(06).
               10  DA-ITEM-SEQ         PIC 9(06).
           05  DA-SUBMITTER-ID         PIC X(08).
           05  DA-BUS-DATE             PIC 9(08).
           05  DA-RESULT               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  DA-POST-RUN             PIC 9(06).
           05  FILLER                  PIC X(05).
