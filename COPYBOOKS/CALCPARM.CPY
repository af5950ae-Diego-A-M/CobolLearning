      * MANTIDO PARA RESTART (ZEROS/BRANCO = SEM LIMITE).
      * CP-ERROR-RATE-PCT: TAXA DE ERRO (%) QUE LEVA A RC=8 NO FIM
      * DA EXECUCAO (ZEROS/BRANCO = PADRAO DE 10).
      * CP-APPROVAL-LIMIT: ALCADA DE VALOR - DETALHE COM NUM1, NUM2
      * OU RESULTADO (EM VALOR ABSOLUTO) ACIMA DELA NAO E POSTADO E
      * FICA RETIDO NO CALCPEND ATE UM SEGUNDO OPERADOR LIBERAR PELO
      * CALCAPR (ZEROS/BRANCO = SEM ALCADA).
      * CP-VAR-TOL-QTDE-PCT / CP-VAR-TOL-VALOR-PCT: TOLERANCIA (%)
      * DO RELATORIO DE VARIACAO (CALCVAR) SOBRE A MEDIA DOS 20 DIAS
      * UTEIS ANTERIORES, EM QUANTIDADE E EM VALOR; ACIMA DELA A
      * LINHA E MARCADA COMO EXCECAO (ZEROS/BRANCO = PADRAO DE 50).
      * CP-VAR-MIN-QTDE: QUANTIDADE MINIMA PARA UMA LINHA DO CALCVAR
      * SER AVALIADA - COM O DIA E A MEDIA ABAIXO DELA A LINHA SO E
      * LISTADA (ZEROS/BRANCO = AVALIA TODAS).
      *================================================================
       01  CALC-PARM-RECORD.
           05  CP-OPERATION-CODE       PIC X(01).
           05  CP-MAX-ERRORS           PIC 9(05).
           05  CP-ERROR-RATE-PCT       PIC 9(02).
           05  CP-APPROVAL-LIMIT       PIC 9(13)V99.
           05  CP-VAR-TOL-QTDE-PCT     PIC 9(03).
           05  CP-VAR-TOL-VALOR-PCT    PIC 9(03).
           05  CP-VAR-MIN-QTDE         PIC 9(05).
           05  FILLER                  PIC X(46).
