      *================================================================
      * REGAUD.CPY
      * LAYOUT DA TRILHA DE AUDITORIA DE MANUTENCAO DO REGISTRO DE
      * REGIOES (REG-AUDIT-FILE), GRAVADA PELO CALCRGM.
      * RA-ACTION: I=INCLUSAO A=ALTERACAO E=EXCLUSAO
      * VALORES ANTIGOS EM BRANCO NA INCLUSAO; NOVOS EM BRANCO NA
      * EXCLUSAO.
      *================================================================
       01  REG-AUDIT-RECORD.
           05  RA-DATE                 PIC 9(08).
           05  RA-TIME                 PIC 9(08).
           05  RA-USER-ID              PIC X(08).
           05  RA-ACTION               PIC X(01).
           05  RA-REGION-ID            PIC X(02).
           05  RA-ACTIVE-OLD           PIC X(01).
           05  RA-WEEKDAYS-OLD         PIC X(05).
           05  RA-START-OLD            PIC X(08).
           05  RA-ACTIVE-NEW           PIC X(01).
           05  RA-WEEKDAYS-NEW         PIC X(05).
           05  RA-START-NEW            PIC X(08).
           05  FILLER                  PIC X(25).
