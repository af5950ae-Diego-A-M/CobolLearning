      * CALCDAT.CPY
      * LAYOUT DO ARQUIVO DE CONTROLE DA DATA DE NEGOCIO (CALCDATE).
      * CD-REC-TYPE: D=DATA DE NEGOCIO CORRENTE  H=FERIADO
      *              C=PERIODO (MES) FECHADO
      * O REGISTRO 'D' E A DATA SOB A QUAL O MOVIMENTO E POSTADO,
      * AVANCADA SOMENTE PELO PASSO DE FIM DE DIA (CALCDTE); OS
      * REGISTROS 'H' FORMAM O CALENDARIO DE FERIADOS, MANTIDO PELO
      * CALCCAL (TRILHA DE AUDITORIA NO CALAUD). O LOTE RECUSA
      * EXECUTAR EM DIA NAO UTIL, SALVO PARM DE FORCA.
      * OS REGISTROS 'C' SAO OS MESES JA ENTREGUES A CONTABILIDADE,
      * MANTIDOS PELO CALCPER (TRILHA NO PERAUD): CD-PERIOD E O MES
      * (AAAAMM, DIA '00' EM CD-DATE) E CD-CLOSE-* DIZ QUEM FECHOU E
      * QUANDO. NENHUM ESTORNO, REPROCESSAMENTO OU RESTAURACAO PODE
      * ALTERAR UM PERIODO FECHADO (RC=12); A CORRECAO ENTRA NO
      * PERIODO ABERTO COMO AJUSTE. QUEM REGRAVA O ARQUIVO (CALCDTE,
      * CALCCAL, CALCPER) PRESERVA OS REGISTROS DOS OUTROS TIPOS.
      *================================================================
       01  CALC-DATE-RECORD.
           05  CD-REC-TYPE             PIC X(01).
           05  CD-DATE                 PIC 9(08).
           05  CD-PERIOD-DATE REDEFINES CD-DATE.
               10  CD-PERIOD           PIC 9(06).
               10  FILLER              PIC X(02).
           05  CD-CLOSE-USER           PIC X(08).
           05  CD-CLOSE-DATE           PIC 9(08).
           05  CD-CLOSE-TIME           PIC 9(08).
           05  FILLER                  PIC X(47).
