      *================================================================
      * PERAUD.CPY
      * LAYOUT DA TRILHA DE AUDITORIA DE FECHAMENTO E REABERTURA DE
      * PERIODO (PER-AUDIT-FILE), GRAVADA PELO CALCPER - MESMO PAPEL
      * QUE O CALAUD TEM PARA O CALENDARIO DE FERIADOS.
      * PA-ACTION: F=FECHAMENTO R=REABERTURA
      * PA-BUS-DATE: DATA DE NEGOCIO CORRENTE NO MOMENTO DA ACAO.
      *================================================================
       01  PER-AUDIT-RECORD.
           05  PA-DATE                 PIC 9(08).
           05  PA-TIME                 PIC 9(08).
           05  PA-USER-ID              PIC X(08).
           05  PA-ACTION               PIC X(01).
           05  PA-PERIOD               PIC 9(06).
           05  PA-BUS-DATE             PIC 9(08).
           05  FILLER                  PIC X(41).
