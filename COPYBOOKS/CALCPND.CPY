      *================================================================
      * CALCPND.CPY
      * LAYOUT DO ARQUIVO DE ITENS RETIDOS PARA APROVACAO (CALCPEND).
      * O DETALHE CUJO NUM1, NUM2 OU RESULTADO (EM VALOR ABSOLUTO)
      * PASSE DA ALCADA CP-APPROVAL-LIMIT DO CALCPARM NAO E POSTADO:
      * YOUR-PROGRAM-NAME GRAVA O ITEM AQUI COM STATUS 'P' E ELE SO
      * CHEGA AO HISTORICO E A EXPORTACAO QUANDO UM SEGUNDO OPERADOR
      * O LIBERA PELO CALCAPR (DUPLA CUSTODIA).
      * PD-KEY: EXECUCAO QUE RETEVE O ITEM + SEQUENCIAL DO ITEM
      * DENTRO DA EXECUCAO.
      * PD-BUS-DATE: DATA DE NEGOCIO ORIGINAL; O ITEM LIBERADO E
      * POSTADO SOB ESTA DATA.
      * PD-OPERATOR-ID: OPERADOR QUE SUBMETEU O DETALHE.
      * PD-STATUS: P=PENDENTE L=LIBERADO R=RECUSADO
      * PD-REGION-ID: REGIAO DO LOTE DE ORIGEM; O ITEM LIBERADO A LEVA
      * PARA O HISTORICO.
      * PD-NUM1/PD-NUM2, PD-RESULT E PD-REMAINDER SAO ASSINADOS COM
      * DUAS DECIMAIS (SINAL SEPARADO A ESQUERDA).
      *================================================================
       01  CALC-PEND-RECORD.
           05  PD-KEY.
               10  PD-RUN-NUMBER       PIC 9(06).
               10  PD-SEQ-NUM          PIC 9(06).
           05  PD-BUS-DATE             PIC 9(08).
           05  PD-OPERATOR-ID          PIC X(08).
           05  PD-NUM1                 PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  PD-NUM2                 PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  PD-OPERATION            PIC X(01).
           05  PD-RESULT               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  PD-REMAINDER            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  PD-STATUS               PIC X(01).
           05  PD-REGION-ID            PIC X(02).
           05  FILLER                  PIC X(02).
