      *================================================================
      * CALCDUP.CPY
      * LAYOUT DO ARQUIVO DE REVISAO DE SUSPEITAS DE DUPLICIDADE
      * (CALCDUP). NO MODO DE LOTE, O DETALHE COM O MESMO OPERADOR,
      * NUM1, NUM2 E OPERACAO DE UM LANCAMENTO JA POSTADO NA MESMA
      * DATA DE NEGOCIO (HISTORICO DO DIA, INCLUSIVE O JA POSTADO
      * PELA PROPRIA EXECUCAO) OU DE UM ITEM DO DIA AINDA RETIDO NO
      * CALCPEND NAO E POSTADO: YOUR-PROGRAM-NAME GRAVA O ITEM AQUI
      * COM STATUS 'D' (FLAG 'D' NO CALCAUD) E ELE SO CHEGA AO
      * HISTORICO QUANDO UM OPERADOR O LIBERA PELO CALCDUP.
      * DU-KEY: EXECUCAO QUE RETEVE O ITEM + SEQUENCIAL DO ITEM NA
      * EXECUCAO (MESMA NUMERACAO DOS ITENS DO CALCPEND DA EXECUCAO).
      * DU-BUS-DATE: DATA DE NEGOCIO ORIGINAL; O ITEM LIBERADO E
      * POSTADO SOB ESTA DATA.
      * DU-OPERATOR-ID: OPERADOR QUE SUBMETEU O DETALHE.
      * DU-STATUS: D=EM REVISAO L=LIBERADO R=RECUSADO
      * DU-ALCADA: 'S' QUANDO O ITEM TAMBEM PASSA DA ALCADA DO
      * CALCPARM; LIBERADO, VAI PARA O CALCPEND E NAO PARA O
      * HISTORICO (A DUPLA CUSTODIA CONTINUA VALENDO).
      * DU-MATCH-SOURCE: ONDE ESTA O REGISTRO IGUAL -
      *   H=CALCHIST (CHAVE DU-BUS-DATE + DU-MATCH-SEQ; DU-MATCH-RUN
      *     COM A EXECUCAO QUE O POSTOU)
      *   P=CALCPEND (CHAVE DU-MATCH-RUN + DU-MATCH-SEQ)
      * O RESULTADO E O RESTO DA DIVISAO NAO SAO GUARDADOS: O CALCDUP
      * (AO LIBERAR) E O CALCDUPR (AO LISTAR) OS RECALCULAM DE
      * DU-NUM1/DU-NUM2 E DU-OPERATION, COMO O P100-CALC DE
      * YOUR-PROGRAM-NAME.
      * DU-REGION-ID: REGIAO DO LOTE DE ORIGEM; O ITEM LIBERADO A
      * LEVA PARA O CALCHIST E O CALCAUD (OU PARA O CALCPEND).
      * DU-NUM1/DU-NUM2 SAO ASSINADOS COM DUAS DECIMAIS (SINAL
      * SEPARADO A ESQUERDA).
      *================================================================
       01  CALC-DUP-RECORD.
           05  DU-KEY.
               10  DU-RUN-NUMBER       PIC 9(06).
               10  DU-SEQ-NUM          PIC 9(06).
           05  DU-BUS-DATE             PIC 9(08).
           05  DU-OPERATOR-ID          PIC X(08).
           05  DU-NUM1                 PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  DU-NUM2                 PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  DU-OPERATION            PIC X(01).
           05  DU-REGION-ID            PIC X(02).
           05  FILLER                  PIC X(14).
           05  DU-STATUS               PIC X(01).
           05  DU-ALCADA               PIC X(01).
           05  DU-MATCH-SOURCE         PIC X(01).
           05  DU-MATCH-KEY.
               10  DU-MATCH-RUN        PIC 9(06).
               10  DU-MATCH-SEQ        PIC 9(06).
