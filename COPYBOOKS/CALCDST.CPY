      *================================================================
      * CALCDST.CPY
      * LAYOUT DO CONTROLE DE SITUACAO DO DIA (CALC-DSTAT-FILE,
      * INDEXADO / VSAM KSDS, CHAVE DS-BUS-DATE). UM REGISTRO POR
      * DATA DE NEGOCIO, COM UMA POSICAO POR ETAPA DA NOITE, NA
      * ORDEM EM QUE TEM DE RODAR:
      *   1 HLT - CALCHLT (SAUDE DO DIARIO E DO CHECKPOINT)
      *   2 CALC - TESTE EM LOTE (CALCSTEP DO CALCBAT)
      *   3 BAL - CALCBAL (BALANCEAMENTO)
      *   4 GL  - CALCGL (DIARIO CONTABIL)
      *   5 ACK - CALCACK (CASAMENTO DO RETORNO)
      *   6 DTE - CALCDTE AVANCA (VIRADA DA DATA)
      * CADA PROGRAMA SO COMECA SE TODAS AS ETAPAS ANTERIORES DA
      * DATA ESTAO 'F'.
      * DS-ETP-SITUACAO: ' '=NAO RODOU  I=EM ANDAMENTO (OU
      *   INTERROMPIDA POR ABEND)  F=CONCLUIDA LIMPA  X=CONCLUIDA
      *   COM RC ACIMA DO ACEITO PARA A ETAPA.
      * DS-ETP-HORA: HORA (HHMMSSCC) DO INICIO ('I') OU DO FIM.
      * DS-ETP-RC: RC DE TERMINO (ZEROS ENQUANTO 'I').
      * O TESTE EM LOTE, AO RECOMECAR A ETAPA CALC, LIMPA AS
      * ETAPAS SEGUINTES; O CALCBKO TAMBEM, APOS UM ESTORNO.
      *================================================================
       01  CALC-DSTAT-RECORD.
           05  DS-BUS-DATE             PIC 9(08).
           05  DS-ETAPA OCCURS 6 TIMES.
               10  DS-ETP-SITUACAO     PIC X(01).
               10  DS-ETP-HORA         PIC 9(08).
               10  DS-ETP-RC           PIC 9(02).
           05  FILLER                  PIC X(06).
