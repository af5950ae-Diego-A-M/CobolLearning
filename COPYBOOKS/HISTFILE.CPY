      * CH-NUM1/CH-NUM2, CH-RESULT E CH-REMAINDER SAO ASSINADOS COM
      * DUAS DECIMAIS (SINAL SEPARADO A ESQUERDA).
      * CH-RUN-NUMBER IDENTIFICA A EXECUCAO QUE GRAVOU O REGISTRO.
      * CH-REGION-ID: REGIAO DO LOTE DE ORIGEM (CT-HDR-REGION-ID); EM
      * BRANCO NO MODO INTERATIVO E NOS REGISTROS SEM LOTE REGIONAL.
      * CH-STATUS: BRANCO=NORMAL
      *            R=ESTORNADO POR AJUSTE (O ORIGINAL FICA NO PERIODO
      *              FECHADO; O ESTORNO E O REGISTRO 'J') OU POR
      *              CORRECAO DO CALCCOR (O ESTORNO E O REGISTRO 'E')
      *            J=ESTORNO DE AJUSTE, POSTADO NO PERIODO ABERTO COM
      *              O RESULTADO DE SINAL TROCADO
      *            E=ESTORNO DE CORRECAO (CALCCOR), NA DATA CORRENTE,
      *              COM O RESULTADO DE SINAL TROCADO
      *            N=VALOR NOVO DE UMA SUBSTITUICAO (CALCCOR)
      *            A LIGACAO ENTRE O ORIGINAL E OS REGISTROS 'E'/'N'
      *            ESTA NO DIARIO DE CORRECOES (CALCCOR.CPY).
      *================================================================
       01  CALC-HIST-RECORD.
           05  CH-KEY.
           05  CH-REMAINDER            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  CH-RUN-NUMBER           PIC 9(06).
           05  CH-STATUS               PIC X(01).
           05  CH-REGION-ID            PIC X(02).
           05  FILLER                  PIC X(02).
