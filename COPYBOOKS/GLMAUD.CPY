      *================================================================
      * GLMAUD.CPY
      * LAYOUT DA TRILHA DE AUDITORIA DE MANUTENCAO DA TABELA DE
      * MAPEAMENTO DE CONTAS (GLM-AUDIT-FILE), GRAVADA PELO CALCMAP.
      * GA-ACTION: I=INCLUSAO A=ALTERACAO DE CONTAS E=EXCLUSAO
      * CONTAS ANTIGAS EM BRANCO NA INCLUSAO; NOVAS EM BRANCO NA
      * EXCLUSAO.
      *================================================================
       01  GLM-AUDIT-RECORD.
           05  GA-DATE                 PIC 9(08).
           05  GA-TIME                 PIC 9(08).
           05  GA-USER-ID              PIC X(08).
           05  GA-ACTION               PIC X(01).
           05  GA-OPERATION            PIC X(01).
           05  GA-DEBIT-OLD            PIC X(10).
           05  GA-CREDIT-OLD           PIC X(10).
           05  GA-DEBIT-NEW            PIC X(10).
           05  GA-CREDIT-NEW           PIC X(10).
           05  FILLER                  PIC X(14).
