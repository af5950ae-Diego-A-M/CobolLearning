      * EX-NUM1/EX-NUM2, EX-RESULT E EX-REMAINDER SAO ASSINADOS COM
      * DUAS DECIMAIS (SINAL SEPARADO A ESQUERDA).
      * EX-RUN-NUMBER IDENTIFICA A EXECUCAO QUE GRAVOU O REGISTRO.
      * EX-ADJ-PERIOD: ZEROS (OU BRANCOS NOS REGISTROS ANTIGOS) NO
      * MOVIMENTO NORMAL; NUM AJUSTE DE PERIODO FECHADO, O MES
      * (AAAAMM) FECHADO QUE A LINHA CORRIGE - A LINHA EM SI E DATADA
      * NO PERIODO ABERTO (EX-DATE).
      * EX-ENTRY-TYPE: BRANCO NO MOVIMENTO NORMAL; NAS CORRECOES
      * PONTUAIS DO CALCCOR, E=ESTORNO DE UM REGISTRO JA EXPORTADO
      * (RESULTADO DE SINAL TROCADO) E N=VALOR NOVO QUE O SUBSTITUI.
      *================================================================
       01  CALC-EXPORT-RECORD.
           05  EX-DATE                 PIC 9(08).
           05  EX-REMAINDER            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  EX-RUN-NUMBER           PIC 9(06).
           05  EX-ADJ-PERIOD           PIC 9(06).
           05  EX-ENTRY-TYPE           PIC X(01).
           05  FILLER                  PIC X(04).
