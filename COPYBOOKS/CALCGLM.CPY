      *================================================================
      * CALCGLM.CPY
      * LAYOUT DA TABELA DE MAPEAMENTO DE CONTAS CONTABEIS (GL-MAP-
      * FILE), UM REGISTRO POR CODIGO DE OPERACAO (M/A/S/D). MANTIDA
      * PELO CALCMAP (TRILHA GLMAUD) E LIDA PELO CALCGL PARA MONTAR
      * O DIARIO CONTABIL DO DIA.
      * GM-DEBIT-ACCOUNT / GM-CREDIT-ACCOUNT: CONTAS DEBITADA E
      * CREDITADA PELO RESULTADO POSITIVO DA OPERACAO; RESULTADO
      * NEGATIVO INVERTE AS PERNAS.
      *================================================================
       01  GL-MAP-RECORD.
           05  GM-OPERATION            PIC X(01).
           05  GM-DEBIT-ACCOUNT        PIC X(10).
           05  GM-CREDIT-ACCOUNT       PIC X(10).
           05  GM-DESCRIPTION          PIC X(30).
           05  GM-UPDATE-DATE          PIC 9(08).
           05  GM-UPDATE-USER          PIC X(08).
           05  FILLER                  PIC X(13).
