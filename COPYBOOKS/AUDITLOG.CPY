      * CA-NUM1/CA-NUM2, CA-RESULT E CA-REMAINDER SAO ASSINADOS COM
      * DUAS DECIMAIS (SINAL SEPARADO A ESQUERDA).
      * CA-RUN-NUMBER IDENTIFICA A EXECUCAO QUE GRAVOU O REGISTRO.
      * CA-REGION-ID: REGIAO DO LOTE DE ORIGEM, A MESMA DO CH-REGION-ID.
      * CA-ERROR-FLAG: O=POSTADO E=ERRO P=RETIDO PARA APROVACAO
      * (CALCPEND; QUANDO LIBERADO PELO CALCAPR GANHA UM REGISTRO
      * 'O' PROPRIO COM A EXECUCAO QUE O POSTOU) J=ESTORNO DE AJUSTE
      * (CALCBKO COM AJUSTE: RESULTADO DE SINAL TROCADO, NA DATA
      * CORRENTE, DE UM REGISTRO DE PERIODO FECHADO) R=ESTORNO DE
      * CORRECAO E N=VALOR NOVO DE SUBSTITUICAO (CALCCOR; AMBOS
      * POSTADOS E EXPORTADOS COMO O 'O') D=SUSPEITA DE DUPLICIDADE
      * (CALCDUP; NAO POSTADO; QUANDO LIBERADO PELO CALCDUP GANHA UM
      * REGISTRO 'O' PROPRIO, OU VAI PARA O CALCPEND SE PASSAR DA
      * ALCADA) B=REGISTRO APAGADO DO HISTORICO PELO ESTORNO DE
      * EXECUCAO DO CALCBKO E F=REGISTRO DE MES FECHADO MANTIDO NO
      * HISTORICO COMO 'R' PELO ESTORNO COM AJUSTE (AMBOS COM OS
      * VALORES E A EXECUCAO DO REGISTRO ESTORNADO, NA DATA DO
      * ESTORNO; NAO SAO LANCAMENTOS, SO ORIENTAM A RECUPERACAO DO
      * CALCREC).
      *================================================================
       01  CALC-AUDIT-RECORD.
           05  CA-DATE                 PIC 9(08).
                                       SIGN LEADING SEPARATE.
           05  CA-ERROR-FLAG           PIC X(01).
           05  CA-RUN-NUMBER           PIC 9(06).
           05  CA-REGION-ID            PIC X(02).
