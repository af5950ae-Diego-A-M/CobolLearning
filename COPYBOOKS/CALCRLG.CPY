      * O REGISTRO 'F' CARREGA AS CONTAGENS FINAIS (LIDOS, POSTADOS,
      * COM ERRO), O TEMPO DECORRIDO EM SEGUNDOS E O RETURN-CODE DA
      * EXECUCAO; E DELE QUE O CALCRPT TIRA AS ESTATISTICAS.
      * RL-REC-HELD: DETALHES RETIDOS PARA APROVACAO (NAO POSTADOS).
      *================================================================
       01  CALC-RUNLOG-RECORD.
           05  RL-RUN-NUMBER           PIC 9(06).
           05  RL-REC-ERROR            PIC 9(08).
           05  RL-ELAPSED-SECS         PIC 9(08).
           05  RL-RETURN-CODE          PIC 9(02).
           05  RL-REC-HELD             PIC 9(08).
           05  FILLER                  PIC X(07).
