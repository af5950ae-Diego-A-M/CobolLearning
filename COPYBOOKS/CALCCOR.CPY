      *================================================================
      * CALCCOR.CPY
      * LAYOUT DO DIARIO DE CORRECOES PONTUAIS (CALC-COR-FILE),
      * GRAVADO PELO CALCCOR - UM REGISTRO POR CORRECAO, LIGANDO O
      * REGISTRO ORIGINAL DO HISTORICO AOS REGISTROS QUE O CORRIGEM.
      * CC-ACTION: E=ESTORNO  S=SUBSTITUICAO (ESTORNO + NOVO VALOR)
      * CC-ORIG-KEY: CH-KEY DO REGISTRO CORRIGIDO (FICA NO HISTORICO
      * COM CH-STATUS 'R').
      * CC-REV-SEQ / CC-NEW-SEQ: SEQUENCIAIS, NA DATA CC-COR-DATE, DO
      * REGISTRO DE ESTORNO ('E') E DO REGISTRO NOVO ('N'); ZEROS EM
      * CC-NEW-SEQ QUANDO A ACAO E SO ESTORNO.
      * CC-REQ-OPERATOR: OPERADOR QUE PEDIU A CORRECAO;
      * CC-USER-ID: QUEM A EXECUTOU (PARM DO CALCCOR).
      * CC-ADJ-PERIOD: MES FECHADO CORRIGIDO POR AJUSTE, OU ZEROS.
      *================================================================
       01  CALC-COR-RECORD.
           05  CC-COR-DATE             PIC 9(08).
           05  CC-COR-TIME             PIC 9(08).
           05  CC-ORIG-KEY.
               10  CC-ORIG-DATE        PIC 9(08).
               10  CC-ORIG-SEQ         PIC 9(06).
           05  CC-ACTION               PIC X(01).
           05  CC-REASON               PIC X(02).
           05  CC-REQ-OPERATOR         PIC X(08).
           05  CC-USER-ID              PIC X(08).
           05  CC-REV-SEQ              PIC 9(06).
           05  CC-NEW-SEQ              PIC 9(06).
           05  CC-RUN-NUMBER           PIC 9(06).
           05  CC-ADJ-PERIOD           PIC 9(06).
           05  FILLER                  PIC X(07).
