       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREC.
      *================================================================
      * RECUPERACAO DO CALC-HIST-FILE (VSAM KSDS) E DO INDICE CRUZADO
      * CALCXRF A PARTIR DO ULTIMO BACKUP (REPRO DO KSDS) E DO DIARIO
      * DE AUDITORIA CALCAUD. O BACKUP SOZINHO PERDE TUDO O QUE FOI
      * POSTADO DEPOIS DELE; COMO TODO LANCAMENTO TAMBEM ESTA NO
      * CALCAUD (DATA, OPERADOR, OPERANDOS, RESULTADO, EXECUCAO E
      * REGIAO), ESTE UTILITARIO CARREGA O BACKUP E REAPLICA, NA ORDEM
      * DO DIARIO, OS REGISTROS POSTERIORES A ELE:
      *   - 'O' (POSTADO), 'R' (ESTORNO DE CORRECAO), 'N' (VALOR NOVO)
      *     E 'J' (ESTORNO DE AJUSTE) DE EXECUCAO POSTERIOR AO PONTO
      *     DO BACKUP VIRAM REGISTROS DO HISTORICO COM CH-STATUS
      *     BRANCO, 'E', 'N' E 'J', NA DATA CA-DATE E COM O PROXIMO
      *     SEQUENCIAL LIVRE DA DATA, COMO OS PROGRAMAS QUE OS
      *     GRAVARAM FAZEM;
      *   - 'B' (APAGADO PELO ESTORNO DO CALCBKO) TIRA DO HISTORICO O
      *     REGISTRO IGUAL DA EXECUCAO ESTORNADA, E 'F' (MANTIDO COMO
      *     'R' PELO ESTORNO COM AJUSTE) O MARCA 'R': AS EXECUCOES
      *     ESTORNADAS FICAM FORA, INCLUSIVE AS QUE JA ESTAVAM NO
      *     BACKUP; ESTORNO CUJO REGISTRO NAO ESTA NO HISTORICO JA
      *     ESTAVA REFLETIDO NO BACKUP;
      *   - 'E', 'P' E 'D' NAO FORAM POSTADOS E SAO SO CONTADOS.
      * O ORIGINAL DE CADA CORRECAO DO CALCCOR VOLTA A 'R' PELO DIARIO
      * DE CORRECOES (CALCCOR.CPY), LIDO EM PARALELO COM OS 'R' DO
      * CALCAUD; O SEQUENCIAL DO ESTORNO NO DIARIO CONFERE A CHAVE
      * REFEITA. O CALCXRF E REFEITO JUNTO, COM UMA ENTRADA PARA CADA
      * REGISTRO DO HISTORICO.
      * O PONTO DO BACKUP E A MAIOR EXECUCAO CONTIDA NELE (OU A
      * INFORMADA NO PARM): NENHUM LANCAMENTO DE EXECUCAO ATE ELA E
      * REAPLICADO.
      * NO FIM, RECONCILIA QUANTIDADE E SOMA DE RESULTADOS: BACKUP +
      * POSTADOS - APAGADOS CONTRA O HISTORICO REFEITO, E OS
      * LANCAMENTOS DO DIARIO CONTRA OS POSTADOS.
      * PARM: MODO[,NNNNNN]
      *   RECUPERA - REFAZ O CALCHIST E O CALCXRF (CLUSTERS RECEM
      *              DEFINIDOS, VAZIOS; VER CALCREC.JCL);
      *   VERIFICA - REFAZ EM CLUSTERS DE TRABALHO (DD CALCHIST E
      *              CALCXRF) E COMPARA COM O KSDS VIVO (CALCHVIV) E
      *              O INDICE VIVO (CALCXVIV), SEM ALTERAR NADA NELES;
      *   NNNNNN   - ULTIMA EXECUCAO CONTIDA NO BACKUP, QUANDO A MAIOR
      *              DO BACKUP NAO SERVE (EXECUCAO TODA ESTORNADA).
      * NO VERIFICA, EXECUCAO SEM NENHUMA ENTRADA NO INDICE VIVO E
      * ANTERIOR AO INDICE (OS LEITORES VARREM O KSDS) E SO E CONTADA.
      * TERMINA COM RC=4 QUANDO ALGUM REGISTRO DO DIARIO NAO PODE SER
      * APLICADO OU, NO VERIFICA, HA DIFERENCA ENTRE O KSDS E O
      * DIARIO; RC=8 EM ERRO DE PARM OU DE ARQUIVO, DESTINO NAO VAZIO
      * OU RECONCILIACAO QUE NAO FECHA.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-BKP-FILE ASSIGN TO 'CALCBKP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT CALC-AUDIT-FILE ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL CALC-COR-FILE ASSIGN TO 'CALCCOR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.

           SELECT CALC-HIST-FILE ASSIGN TO 'CALCHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-OPERATOR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CALC-XREF-FILE ASSIGN TO 'CALCXRF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CALC-LIVE-FILE ASSIGN TO 'CALCHVIV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CALC-LXRF-FILE ASSIGN TO 'CALCXVIV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-KEY
               FILE STATUS IS WS-LXRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-BKP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKP-RECORD                  PIC X(80).

       FD  CALC-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  CALC-COR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCCOR.

       FD  CALC-HIST-FILE.
       COPY HISTFILE.

       FD  CALC-XREF-FILE.
       COPY CALCXRF.

      *    KSDS E INDICE VIVOS, SO LIDOS NO VERIFICA (MESMO LAYOUT DO
      *    HISTFILE.CPY E DO CALCXRF.CPY, COMPARADOS POR INTEIRO).
       FD  CALC-LIVE-FILE.
       01  LIVE-HIST-RECORD.
           05  LV-KEY                  PIC X(14).
           05  FILLER                  PIC X(66).

       FD  CALC-LXRF-FILE.
       01  LIVE-XREF-RECORD.
           05  LX-KEY.
               10  LX-RUN-NUMBER       PIC 9(06).
               10  LX-RUN-DATE         PIC 9(08).
               10  LX-SEQ-NUM          PIC 9(06).
           05  FILLER                  PIC X(60).

       WORKING-STORAGE SECTION.
       77  WS-BKP-STATUS               PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-COR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       77  WS-LIVE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-LXRF-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PARM                     PIC X(30) VALUE SPACES.
       77  WS-MODO                     PIC X(08) VALUE SPACES.
       77  WS-PONTO-PARM               PIC X(06) VALUE SPACES.
       77  WS-PONTO-BACKUP             PIC 9(06) VALUE ZEROS.
       77  WS-MAIOR-EXECUCAO           PIC 9(06) VALUE ZEROS.
       77  WS-EOF-BKP                  PIC X(01) VALUE 'N'.
       77  WS-EOF-AUDIT                PIC X(01) VALUE 'N'.
       77  WS-EOF-COR                  PIC X(01) VALUE 'N'.
       77  WS-COR-ABERTO               PIC X(01) VALUE 'N'.
       77  WS-HIST-MORE                PIC X(01) VALUE 'N'.
       77  WS-XREF-MORE                PIC X(01) VALUE 'N'.
       77  WS-SEQ-DATE                 PIC 9(08) VALUE ZEROS.
       77  WS-HIST-SEQ                 PIC 9(06) VALUE ZEROS.
       77  WS-HIST-MAXSEQ              PIC 9(06) VALUE ZEROS.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-ULT-RUN                  PIC 9(06) VALUE ZEROS.
       77  WS-ULT-XR-KEY               PIC X(20) VALUE SPACES.
       77  WS-TENTATIVA                PIC 9(01) VALUE ZEROS.
       77  WS-NOVO-STATUS              PIC X(01) VALUE SPACES.
       77  WS-QTDE-BACKUP              PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-BACKUP              PIC S9(15)V99 VALUE ZEROS.
       77  WS-QTDE-DIARIO              PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-A-POSTAR            PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-A-POSTAR            PIC S9(15)V99 VALUE ZEROS.
       77  WS-QTDE-POSTADOS            PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-POSTADOS            PIC S9(15)V99 VALUE ZEROS.
       77  WS-QTDE-NO-BACKUP           PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-NAO-POSTADOS        PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-ESTORNOS            PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-APAGADOS            PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-APAGADOS            PIC S9(15)V99 VALUE ZEROS.
       77  WS-QTDE-MARCADOS            PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-CORRIGIDOS          PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-REFLETIDOS          PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-NAO-APLICADOS       PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-ERROS-INDICE        PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-ESPERADA            PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-ESPERADA            PIC S9(15)V99 VALUE ZEROS.
       77  WS-QTDE-REFEITA             PIC 9(08) VALUE ZEROS.
       77  WS-SOMA-REFEITA             PIC S9(15)V99 VALUE ZEROS.
       77  WS-QTDE-INDICE              PIC 9(08) VALUE ZEROS.
       77  WS-RECONCILIA-OK            PIC X(01) VALUE 'S'.
       77  WS-CHAVE-REF                PIC X(20) VALUE SPACES.
       77  WS-CHAVE-VIV                PIC X(20) VALUE SPACES.
       77  WS-EOF-REF                  PIC X(01) VALUE 'N'.
       77  WS-EOF-VIV                  PIC X(01) VALUE 'N'.
       77  WS-QTDE-DIFERENCAS          PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-FALTA-VIVO          PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-SO-VIVO             PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-DIFERENTES          PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-XRF-FALTA           PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-XRF-SOBRA           PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-PRE-INDICE          PIC 9(08) VALUE ZEROS.
       77  WS-GRUPO-RUN                PIC 9(06) VALUE ZEROS.
       77  WS-GRUPO-FALTAM             PIC 9(08) VALUE ZEROS.
       77  WS-GRUPO-VIVO               PIC X(01) VALUE 'N'.
       77  WS-PASSO-RUN                PIC 9(06) VALUE ZEROS.
       77  WS-LIMITE-DETALHE           PIC 9(04) VALUE 500.
       77  WS-LINHA-TITULO             PIC X(26) VALUE SPACES.
       77  WS-LINHA-QTDE               PIC 9(08) VALUE ZEROS.
       77  WS-LINHA-SOMA               PIC S9(15)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC +9(15).99 VALUE ZEROS.
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-PARM FROM COMMAND-LINE.
            UNSTRING WS-PARM DELIMITED BY ','
                INTO WS-MODO WS-PONTO-PARM
            END-UNSTRING.
            IF WS-MODO NOT = 'RECUPERA' AND WS-MODO NOT = 'VERIFICA'
                DISPLAY 'MODO INVALIDO: ' WS-MODO
                DISPLAY 'USO: RECUPERA|VERIFICA[,NNNNNN]'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-PONTO-PARM NOT = SPACES
                IF WS-PONTO-PARM NOT NUMERIC
                    DISPLAY 'EXECUCAO DO PONTO DO BACKUP INVALIDA: '
                        WS-PONTO-PARM
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            DISPLAY 'CALCREC - MODO ' WS-MODO.

            PERFORM P100-ABRE-ARQUIVOS.
            PERFORM P200-CARREGA-BACKUP.

            IF WS-PONTO-PARM = SPACES
                MOVE WS-MAIOR-EXECUCAO TO WS-PONTO-BACKUP
            ELSE
                MOVE WS-PONTO-PARM TO WS-PONTO-BACKUP
            END-IF.
            DISPLAY 'REGISTROS NO BACKUP   : ' WS-QTDE-BACKUP.
            DISPLAY 'MAIOR EXECUCAO NELE   : ' WS-MAIOR-EXECUCAO.
            DISPLAY 'PONTO DO BACKUP       : EXECUCAO '
                WS-PONTO-BACKUP.

            PERFORM P300-REAPLICA-DIARIO.
            CLOSE CALC-BKP-FILE.
            CLOSE CALC-AUDIT-FILE.
            IF WS-COR-ABERTO = 'S'
                CLOSE CALC-COR-FILE
            END-IF.

            PERFORM P600-RECONCILIA.

            IF WS-MODO = 'VERIFICA'
                PERFORM P700-COMPARA-HISTORICO
                PERFORM P750-COMPARA-INDICE
                CLOSE CALC-LIVE-FILE
                CLOSE CALC-LXRF-FILE
                DISPLAY 'FALTAM NO KSDS VIVO   : ' WS-QTDE-FALTA-VIVO
                DISPLAY 'SO NO KSDS VIVO       : ' WS-QTDE-SO-VIVO
                DISPLAY 'DIFERENTES DO DIARIO  : ' WS-QTDE-DIFERENTES
                DISPLAY 'FALTAM NO CALCXRF VIVO: ' WS-QTDE-XRF-FALTA
                DISPLAY 'SOBRAM NO CALCXRF VIVO: ' WS-QTDE-XRF-SOBRA
                DISPLAY 'EXEC. ANTERIORES AO INDICE: '
                    WS-QTDE-PRE-INDICE
            END-IF.
            CLOSE CALC-HIST-FILE.
            CLOSE CALC-XREF-FILE.

            IF WS-RECONCILIA-OK NOT = 'S'
                DISPLAY 'CALCREC: RECONCILIACAO NAO FECHA - VER ACIMA'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-QTDE-NAO-APLICADOS > ZEROS
                   OR WS-QTDE-DIFERENCAS > ZEROS
                    DISPLAY 'CALCREC: ' WS-QTDE-NAO-APLICADOS
                        ' REGISTRO(S) DO DIARIO NAO APLICADO(S), '
                        WS-QTDE-DIFERENCAS ' DIFERENCA(S) NO KSDS'
                    MOVE 4 TO RETURN-CODE
                ELSE
                    IF WS-MODO = 'RECUPERA'
                        DISPLAY 'CALCREC: HISTORICO E INDICE '
                            'RECUPERADOS E RECONCILIADOS'
                    ELSE
                        DISPLAY 'CALCREC: KSDS E INDICE CONFEREM COM '
                            'O BACKUP E O DIARIO'
                    END-IF
                END-IF
            END-IF.

            STOP RUN.

      *    O DESTINO (CALCHIST E CALCXRF) TEM DE ESTAR VAZIO: NO
      *    RECUPERA SAO OS CLUSTERS RECEM DEFINIDOS E NO VERIFICA OS
      *    DE TRABALHO. UM DESTINO COM REGISTROS E O KSDS VIVO NO DD
      *    ERRADO, E NAO E TOCADO.
       P100-ABRE-ARQUIVOS.

            OPEN INPUT CALC-BKP-FILE.
            IF WS-BKP-STATUS NOT = '00'
                DISPLAY 'BACKUP CALCBKP INDISPONIVEL, STATUS: '
                    WS-BKP-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CALC-AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'DIARIO CALCAUD INDISPONIVEL, STATUS: '
                    WS-AUDIT-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT CALC-COR-FILE.
            IF WS-COR-STATUS = '00' OR WS-COR-STATUS = '05'
                MOVE 'S' TO WS-COR-ABERTO
            ELSE
                DISPLAY 'DIARIO DE CORRECOES CALCCOR INDISPONIVEL, '
                    'STATUS: ' WS-COR-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN I-O CALC-HIST-FILE.
            IF WS-HIST-STATUS = '35'
                OPEN OUTPUT CALC-HIST-FILE
                CLOSE CALC-HIST-FILE
                OPEN I-O CALC-HIST-FILE
            END-IF.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'CALCHIST DE DESTINO INDISPONIVEL, STATUS: '
                    WS-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE ZEROS TO CH-RUN-DATE.
            MOVE ZEROS TO CH-SEQ-NUM.
            START CALC-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'CALCHIST DE DESTINO NAO ESTA VAZIO - '
                        'RECUPERACAO RECUSADA'
                    CLOSE CALC-HIST-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-START.

            OPEN I-O CALC-XREF-FILE.
            IF WS-XREF-STATUS = '35'
                OPEN OUTPUT CALC-XREF-FILE
                CLOSE CALC-XREF-FILE
                OPEN I-O CALC-XREF-FILE
            END-IF.
            IF WS-XREF-STATUS NOT = '00'
                DISPLAY 'CALCXRF DE DESTINO INDISPONIVEL, STATUS: '
                    WS-XREF-STATUS
                CLOSE CALC-HIST-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LOW-VALUES TO XR-KEY.
            START CALC-XREF-FILE KEY IS NOT LESS THAN XR-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'CALCXRF DE DESTINO NAO ESTA VAZIO - '
                        'RECUPERACAO RECUSADA'
                    CLOSE CALC-HIST-FILE
                    CLOSE CALC-XREF-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-START.

            IF WS-MODO = 'VERIFICA'
                OPEN INPUT CALC-LIVE-FILE
                IF WS-LIVE-STATUS NOT = '00'
                    DISPLAY 'KSDS VIVO CALCHVIV INDISPONIVEL, STATUS: '
                        WS-LIVE-STATUS
                    CLOSE CALC-HIST-FILE
                    CLOSE CALC-XREF-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN INPUT CALC-LXRF-FILE
                IF WS-LXRF-STATUS NOT = '00'
                    DISPLAY 'INDICE VIVO CALCXVIV INDISPONIVEL, '
                        'STATUS: ' WS-LXRF-STATUS
                    CLOSE CALC-HIST-FILE
                    CLOSE CALC-XREF-FILE
                    CLOSE CALC-LIVE-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *    O BACKUP E O REPRO DO KSDS, EM ORDEM DE CHAVE; CADA
      *    REGISTRO GANHA TAMBEM A SUA ENTRADA NO INDICE.
       P200-CARREGA-BACKUP.

            MOVE 'N' TO WS-EOF-BKP.
            PERFORM UNTIL WS-EOF-BKP = 'S'
                READ CALC-BKP-FILE
                    AT END
                        MOVE 'S' TO WS-EOF-BKP
                    NOT AT END
                        PERFORM P210-GRAVA-DO-BACKUP
                END-READ
            END-PERFORM.

       P210-GRAVA-DO-BACKUP.

            MOVE BKP-RECORD TO CALC-HIST-RECORD.
            WRITE CALC-HIST-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            IF WS-HIST-STATUS = '00'
                ADD 1 TO WS-QTDE-BACKUP
                ADD CH-RESULT TO WS-SOMA-BACKUP
                IF CH-RUN-NUMBER > WS-MAIOR-EXECUCAO
                    MOVE CH-RUN-NUMBER TO WS-MAIOR-EXECUCAO
                END-IF
                PERFORM P250-GRAVA-INDICE
            ELSE
                DISPLAY 'ERRO AO CARREGAR ' CH-KEY ' DO BACKUP, '
                    'STATUS: ' WS-HIST-STATUS ' - RECUPERACAO '
                    'INTERROMPIDA'
                CLOSE CALC-HIST-FILE
                CLOSE CALC-XREF-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *    ENTRADA DO INDICE CRUZADO DO REGISTRO NA AREA DO HISTORICO.
       P250-GRAVA-INDICE.

            MOVE SPACES TO CALC-XREF-RECORD.
            MOVE CH-RUN-NUMBER TO XR-RUN-NUMBER.
            MOVE CH-RUN-DATE   TO XR-RUN-DATE.
            MOVE CH-SEQ-NUM    TO XR-SEQ-NUM.
            WRITE CALC-XREF-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR INDICE DE EXECUCAO '
                        XR-KEY
                    ADD 1 TO WS-QTDE-ERROS-INDICE
            END-WRITE.

       P300-REAPLICA-DIARIO.

            MOVE 'N' TO WS-EOF-AUDIT.
            PERFORM UNTIL WS-EOF-AUDIT = 'S'
                READ CALC-AUDIT-FILE
                    AT END
                        MOVE 'S' TO WS-EOF-AUDIT
                    NOT AT END
                        ADD 1 TO WS-QTDE-DIARIO
                        PERFORM P310-APLICA-REGISTRO
                END-READ
            END-PERFORM.

       P310-APLICA-REGISTRO.

            EVALUATE CA-ERROR-FLAG
                WHEN 'O'
                WHEN 'R'
                WHEN 'N'
                WHEN 'J'
                    IF CA-RUN-NUMBER > WS-PONTO-BACKUP
                        PERFORM P320-POSTA-REGISTRO
                    ELSE
                        ADD 1 TO WS-QTDE-NO-BACKUP
                    END-IF
                WHEN 'B'
                    ADD 1 TO WS-QTDE-ESTORNOS
                    PERFORM P340-APLICA-BAIXA
                WHEN 'F'
                    ADD 1 TO WS-QTDE-ESTORNOS
                    PERFORM P350-APLICA-MARCA
                WHEN OTHER
                    ADD 1 TO WS-QTDE-NAO-POSTADOS
            END-EVALUATE.

      *    O LANCAMENTO VOLTA AO HISTORICO NA DATA CA-DATE COM O
      *    PROXIMO SEQUENCIAL LIVRE DELA, COMO O GRAVOU O PROGRAMA DE
      *    ORIGEM; O ESTORNO DE CORRECAO ('R') MARCA ANTES O ORIGINAL.
       P320-POSTA-REGISTRO.

            ADD 1 TO WS-QTDE-A-POSTAR.
            ADD CA-RESULT TO WS-SOMA-A-POSTAR.
            IF CA-DATE NOT = WS-SEQ-DATE
                PERFORM P330-PROXIMO-SEQ
            END-IF.
            EVALUATE CA-ERROR-FLAG
                WHEN 'R'
                    MOVE 'E' TO WS-NOVO-STATUS
                    PERFORM P360-MARCA-CORRIGIDO
                WHEN 'N'
                    MOVE 'N' TO WS-NOVO-STATUS
                WHEN 'J'
                    MOVE 'J' TO WS-NOVO-STATUS
                WHEN OTHER
                    MOVE SPACE TO WS-NOVO-STATUS
            END-EVALUATE.

            MOVE SPACES          TO CALC-HIST-RECORD.
            MOVE CA-DATE         TO CH-RUN-DATE.
            MOVE WS-HIST-SEQ     TO CH-SEQ-NUM.
            MOVE CA-OPERATOR-ID  TO CH-OPERATOR-ID.
            MOVE CA-NUM1         TO CH-NUM1.
            MOVE CA-NUM2         TO CH-NUM2.
            MOVE CA-OPERATION    TO CH-OPERATION.
            MOVE CA-RESULT       TO CH-RESULT.
            MOVE CA-REMAINDER    TO CH-REMAINDER.
            MOVE CA-RUN-NUMBER   TO CH-RUN-NUMBER.
            MOVE WS-NOVO-STATUS  TO CH-STATUS.
            MOVE CA-REGION-ID    TO CH-REGION-ID.
            WRITE CALC-HIST-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            IF WS-HIST-STATUS = '00'
                ADD 1 TO WS-QTDE-POSTADOS
                ADD CH-RESULT TO WS-SOMA-POSTADOS
                PERFORM P250-GRAVA-INDICE
                ADD 1 TO WS-HIST-SEQ
            ELSE
                DISPLAY 'NAO REAPLICADO: ' CH-KEY ' EXECUCAO '
                    CA-RUN-NUMBER ' FLAG ' CA-ERROR-FLAG
                    ', STATUS: ' WS-HIST-STATUS
                ADD 1 TO WS-QTDE-NAO-APLICADOS
                MOVE ZEROS TO WS-SEQ-DATE
            END-IF.

      *    PROXIMO SEQUENCIAL LIVRE DA DATA, PELO MESMO CRITERIO DO
      *    P195 DE YOUR-PROGRAM-NAME (MAIOR SEQUENCIAL DA DATA + 1).
      *    FICA GUARDADO ENQUANTO A DATA NAO MUDA; UM ESTORNO QUE
      *    APAGA REGISTRO DA DATA OBRIGA A RECALCULAR.
       P330-PROXIMO-SEQ.

            MOVE ZEROS TO WS-HIST-MAXSEQ.
            MOVE CA-DATE TO WS-SEQ-DATE.
            MOVE CA-DATE TO CH-RUN-DATE.
            MOVE 000001 TO CH-SEQ-NUM.
            START CALC-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    MOVE 'N' TO WS-HIST-MORE
                NOT INVALID KEY
                    MOVE 'S' TO WS-HIST-MORE
            END-START.
            PERFORM UNTIL WS-HIST-MORE = 'N'
                READ CALC-HIST-FILE NEXT RECORD
                    AT END
                        MOVE 'N' TO WS-HIST-MORE
                    NOT AT END
                        IF CH-RUN-DATE = WS-SEQ-DATE
                            IF CH-SEQ-NUM > WS-HIST-MAXSEQ
                                MOVE CH-SEQ-NUM TO WS-HIST-MAXSEQ
                            END-IF
                        ELSE
                            MOVE 'N' TO WS-HIST-MORE
                        END-IF
                END-READ
            END-PERFORM.
            COMPUTE WS-HIST-SEQ = WS-HIST-MAXSEQ + 1.

      *    'B': O CALCBKO APAGOU ESTE REGISTRO DA EXECUCAO ESTORNADA.
       P340-APLICA-BAIXA.

            PERFORM P370-PROCURA-ESTORNADO.
            IF WS-ACHOU = 'S'
                DELETE CALC-HIST-FILE
                    INVALID KEY
                        CONTINUE
                END-DELETE
                IF WS-HIST-STATUS = '00'
                    ADD 1 TO WS-QTDE-APAGADOS
                    ADD CH-RESULT TO WS-SOMA-APAGADOS
                    IF CH-RUN-DATE = WS-SEQ-DATE
                        MOVE ZEROS TO WS-SEQ-DATE
                    END-IF
                    DELETE CALC-XREF-FILE
                        INVALID KEY
                            DISPLAY 'ERRO AO APAGAR INDICE ' XR-KEY
                            ADD 1 TO WS-QTDE-ERROS-INDICE
                    END-DELETE
                ELSE
                    DISPLAY 'ERRO AO APAGAR ' CH-KEY ', STATUS: '
                        WS-HIST-STATUS
                    ADD 1 TO WS-QTDE-NAO-APLICADOS
                END-IF
            ELSE
                PERFORM P380-ESTORNO-SEM-REGISTRO
            END-IF.

      *    'F': O CALCBKO MANTEVE ESTE REGISTRO, DE MES FECHADO, COMO
      *    'R' (O ESTORNO E O 'J' QUE VEM A SEGUIR NO DIARIO).
       P350-APLICA-MARCA.

            PERFORM P370-PROCURA-ESTORNADO.
            IF WS-ACHOU = 'S'
                MOVE 'R' TO CH-STATUS
                REWRITE CALC-HIST-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-HIST-STATUS = '00'
                    ADD 1 TO WS-QTDE-MARCADOS
                ELSE
                    DISPLAY 'ERRO AO MARCAR ' CH-KEY ', STATUS: '
                        WS-HIST-STATUS
                    ADD 1 TO WS-QTDE-NAO-APLICADOS
                END-IF
            ELSE
                PERFORM P380-ESTORNO-SEM-REGISTRO
            END-IF.

      *    O ORIGINAL DA CORRECAO VEM DO PROXIMO REGISTRO DO DIARIO DE
      *    CORRECOES POSTERIOR AO PONTO DO BACKUP, QUE TEM DE SER O
      *    DESTE ESTORNO (MESMA EXECUCAO, DATA E SEQUENCIAL).
       P360-MARCA-CORRIGIDO.

            MOVE 'N' TO WS-ACHOU.
            IF WS-COR-ABERTO = 'S'
                PERFORM UNTIL WS-ACHOU = 'S' OR WS-EOF-COR = 'S'
                    READ CALC-COR-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-COR
                        NOT AT END
                            IF CC-RUN-NUMBER > WS-PONTO-BACKUP
                                MOVE 'S' TO WS-ACHOU
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-ACHOU NOT = 'S'
                DISPLAY 'CORRECAO SEM REGISTRO NO DIARIO CALCCOR: '
                    'EXECUCAO ' CA-RUN-NUMBER ' ESTORNO ' CA-DATE
                    '/' WS-HIST-SEQ ' - ORIGINAL NAO MARCADO'
                ADD 1 TO WS-QTDE-NAO-APLICADOS
            ELSE
                IF CC-RUN-NUMBER NOT = CA-RUN-NUMBER
                   OR CC-COR-DATE NOT = CA-DATE
                   OR CC-REV-SEQ NOT = WS-HIST-SEQ
                    DISPLAY 'DIARIO CALCCOR NAO CONFERE: EXECUCAO '
                        CC-RUN-NUMBER ' ESTORNO ' CC-COR-DATE '/'
                        CC-REV-SEQ ' X CALCAUD ' CA-RUN-NUMBER ' '
                        CA-DATE '/' WS-HIST-SEQ
                        ' - ORIGINAL NAO MARCADO'
                    ADD 1 TO WS-QTDE-NAO-APLICADOS
                ELSE
                    MOVE CC-ORIG-DATE TO CH-RUN-DATE
                    MOVE CC-ORIG-SEQ  TO CH-SEQ-NUM
                    READ CALC-HIST-FILE
                        INVALID KEY
                            DISPLAY 'ORIGINAL DA CORRECAO NAO ESTA NO '
                                'HISTORICO: ' CC-ORIG-KEY
                            ADD 1 TO WS-QTDE-NAO-APLICADOS
                        NOT INVALID KEY
                            MOVE 'R' TO CH-STATUS
                            REWRITE CALC-HIST-RECORD
                                INVALID KEY
                                    DISPLAY 'ERRO AO MARCAR ORIGINAL '
                                        CH-KEY
                                    ADD 1 TO WS-QTDE-NAO-APLICADOS
                                NOT INVALID KEY
                                    ADD 1 TO WS-QTDE-CORRIGIDOS
                            END-REWRITE
                    END-READ
                END-IF
            END-IF.

      *    PROCURA, PELO INDICE REFEITO, O REGISTRO DA EXECUCAO
      *    CA-RUN-NUMBER COM OS VALORES DA LINHA DO DIARIO QUE O
      *    ESTORNO AINDA PODIA PEGAR (NEM 'R', NEM CORRECAO 'E'/'N').
      *    O CALCBKO ESTORNA NA ORDEM DO INDICE, ENTAO A PROCURA
      *    CONTINUA DE ONDE A ANTERIOR DA MESMA EXECUCAO PAROU E SO
      *    VOLTA AO COMECO DA EXECUCAO SE NAO ACHAR DALI EM DIANTE.
       P370-PROCURA-ESTORNADO.

            MOVE 'N' TO WS-ACHOU.
            MOVE ZEROS TO WS-TENTATIVA.
            PERFORM UNTIL WS-ACHOU = 'S' OR WS-TENTATIVA > 1
                IF WS-TENTATIVA = ZEROS
                   AND CA-RUN-NUMBER = WS-ULT-RUN
                    MOVE WS-ULT-XR-KEY TO XR-KEY
                ELSE
                    MOVE CA-RUN-NUMBER TO XR-RUN-NUMBER
                    MOVE ZEROS TO XR-RUN-DATE
                    MOVE ZEROS TO XR-SEQ-NUM
                    MOVE 1 TO WS-TENTATIVA
                END-IF
                START CALC-XREF-FILE KEY IS NOT LESS THAN XR-KEY
                    INVALID KEY
                        MOVE 'N' TO WS-XREF-MORE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-XREF-MORE
                END-START
                PERFORM UNTIL WS-XREF-MORE = 'N'
                    READ CALC-XREF-FILE NEXT RECORD
                        AT END
                            MOVE 'N' TO WS-XREF-MORE
                        NOT AT END
                            IF XR-RUN-NUMBER NOT = CA-RUN-NUMBER
                                MOVE 'N' TO WS-XREF-MORE
                            ELSE
                                PERFORM P375-CONFERE-ESTORNADO
                            END-IF
                    END-READ
                END-PERFORM
                ADD 1 TO WS-TENTATIVA
            END-PERFORM.
            IF WS-ACHOU = 'S'
                MOVE CA-RUN-NUMBER TO WS-ULT-RUN
                MOVE XR-KEY TO WS-ULT-XR-KEY
            END-IF.

       P375-CONFERE-ESTORNADO.

            MOVE XR-RUN-DATE TO CH-RUN-DATE.
            MOVE XR-SEQ-NUM  TO CH-SEQ-NUM.
            READ CALC-HIST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CH-OPERATOR-ID = CA-OPERATOR-ID
                       AND CH-NUM1 = CA-NUM1
                       AND CH-NUM2 = CA-NUM2
                       AND CH-OPERATION = CA-OPERATION
                       AND CH-RESULT = CA-RESULT
                       AND CH-STATUS NOT = 'R'
                       AND CH-STATUS NOT = 'E'
                       AND CH-STATUS NOT = 'N'
                        MOVE 'S' TO WS-ACHOU
                        MOVE 'N' TO WS-XREF-MORE
                    END-IF
            END-READ.

      *    ESTORNO DE EXECUCAO ATE O PONTO DO BACKUP SEM REGISTRO NO
      *    HISTORICO JA ESTAVA FEITO QUANDO O BACKUP FOI TIRADO; DE
      *    EXECUCAO POSTERIOR, O REGISTRO DEVIA TER SIDO REAPLICADO.
       P380-ESTORNO-SEM-REGISTRO.

            IF CA-RUN-NUMBER > WS-PONTO-BACKUP
                MOVE CA-RESULT TO WS-VALOR-EDIT
                DISPLAY 'ESTORNO ' CA-ERROR-FLAG ' SEM REGISTRO: '
                    'EXECUCAO ' CA-RUN-NUMBER ' OPERADOR '
                    CA-OPERATOR-ID ' RESULTADO ' WS-VALOR-EDIT
                ADD 1 TO WS-QTDE-NAO-APLICADOS
            ELSE
                ADD 1 TO WS-QTDE-REFLETIDOS
            END-IF.

      *    QUANTIDADE E SOMA: O QUE O DIARIO MANDOU POSTAR CONTRA O
      *    QUE FOI POSTADO, E BACKUP + POSTADOS - APAGADOS CONTRA O
      *    HISTORICO REFEITO, LIDO DE PONTA A PONTA.
       P600-RECONCILIA.

            MOVE ZEROS TO WS-QTDE-REFEITA.
            MOVE ZEROS TO WS-SOMA-REFEITA.
            MOVE ZEROS TO CH-RUN-DATE.
            MOVE ZEROS TO CH-SEQ-NUM.
            START CALC-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    MOVE 'N' TO WS-HIST-MORE
                NOT INVALID KEY
                    MOVE 'S' TO WS-HIST-MORE
            END-START.
            PERFORM UNTIL WS-HIST-MORE = 'N'
                READ CALC-HIST-FILE NEXT RECORD
                    AT END
                        MOVE 'N' TO WS-HIST-MORE
                    NOT AT END
                        ADD 1 TO WS-QTDE-REFEITA
                        ADD CH-RESULT TO WS-SOMA-REFEITA
                END-READ
            END-PERFORM.

            MOVE ZEROS TO WS-QTDE-INDICE.
            MOVE LOW-VALUES TO XR-KEY.
            START CALC-XREF-FILE KEY IS NOT LESS THAN XR-KEY
                INVALID KEY
                    MOVE 'N' TO WS-XREF-MORE
                NOT INVALID KEY
                    MOVE 'S' TO WS-XREF-MORE
            END-START.
            PERFORM UNTIL WS-XREF-MORE = 'N'
                READ CALC-XREF-FILE NEXT RECORD
                    AT END
                        MOVE 'N' TO WS-XREF-MORE
                    NOT AT END
                        ADD 1 TO WS-QTDE-INDICE
                END-READ
            END-PERFORM.

            COMPUTE WS-QTDE-ESPERADA = WS-QTDE-BACKUP
                + WS-QTDE-POSTADOS - WS-QTDE-APAGADOS.
            COMPUTE WS-SOMA-ESPERADA = WS-SOMA-BACKUP
                + WS-SOMA-POSTADOS - WS-SOMA-APAGADOS.

            DISPLAY 'RECONCILIACAO (QUANTIDADE / SOMA DOS RESULTADOS)'.
            DISPLAY 'REGISTROS LIDOS NO CALCAUD: ' WS-QTDE-DIARIO.
            DISPLAY 'LANCAMENTOS ATE O PONTO   : ' WS-QTDE-NO-BACKUP.
            DISPLAY 'NAO POSTADOS (E/P/D)      : '
                WS-QTDE-NAO-POSTADOS.
            MOVE 'BACKUP CARREGADO         :' TO WS-LINHA-TITULO.
            MOVE WS-QTDE-BACKUP TO WS-LINHA-QTDE.
            MOVE WS-SOMA-BACKUP TO WS-LINHA-SOMA.
            PERFORM P690-EXIBE-LINHA.
            MOVE 'CALCAUD A POSTAR         :' TO WS-LINHA-TITULO.
            MOVE WS-QTDE-A-POSTAR TO WS-LINHA-QTDE.
            MOVE WS-SOMA-A-POSTAR TO WS-LINHA-SOMA.
            PERFORM P690-EXIBE-LINHA.
            MOVE 'POSTADOS                 :' TO WS-LINHA-TITULO.
            MOVE WS-QTDE-POSTADOS TO WS-LINHA-QTDE.
            MOVE WS-SOMA-POSTADOS TO WS-LINHA-SOMA.
            PERFORM P690-EXIBE-LINHA.
            DISPLAY 'ESTORNOS NO CALCAUD (B/F) : ' WS-QTDE-ESTORNOS.
            MOVE 'APAGADOS PELOS ESTORNOS  :' TO WS-LINHA-TITULO.
            MOVE WS-QTDE-APAGADOS TO WS-LINHA-QTDE.
            MOVE WS-SOMA-APAGADOS TO WS-LINHA-SOMA.
            PERFORM P690-EXIBE-LINHA.
            DISPLAY 'MARCADOS R PELOS ESTORNOS : ' WS-QTDE-MARCADOS.
            DISPLAY 'ORIGINAIS DE CORRECAO (R) : ' WS-QTDE-CORRIGIDOS.
            DISPLAY 'ESTORNOS JA NO BACKUP     : ' WS-QTDE-REFLETIDOS.
            DISPLAY 'NAO APLICADOS             : '
                WS-QTDE-NAO-APLICADOS.
            MOVE 'HISTORICO ESPERADO       :' TO WS-LINHA-TITULO.
            MOVE WS-QTDE-ESPERADA TO WS-LINHA-QTDE.
            MOVE WS-SOMA-ESPERADA TO WS-LINHA-SOMA.
            PERFORM P690-EXIBE-LINHA.
            MOVE 'HISTORICO REFEITO        :' TO WS-LINHA-TITULO.
            MOVE WS-QTDE-REFEITA TO WS-LINHA-QTDE.
            MOVE WS-SOMA-REFEITA TO WS-LINHA-SOMA.
            PERFORM P690-EXIBE-LINHA.
            DISPLAY 'ENTRADAS NO CALCXRF       : ' WS-QTDE-INDICE.

            IF WS-QTDE-POSTADOS + WS-QTDE-NAO-APLICADOS
                   < WS-QTDE-A-POSTAR
               OR WS-QTDE-ESPERADA NOT = WS-QTDE-REFEITA
               OR WS-SOMA-ESPERADA NOT = WS-SOMA-REFEITA
               OR WS-QTDE-INDICE NOT = WS-QTDE-REFEITA
               OR WS-QTDE-ERROS-INDICE > ZEROS
                MOVE 'N' TO WS-RECONCILIA-OK
            END-IF.

       P690-EXIBE-LINHA.

            MOVE WS-LINHA-SOMA TO WS-VALOR-EDIT.
            DISPLAY WS-LINHA-TITULO ' ' WS-LINHA-QTDE ' '
                WS-VALOR-EDIT.

      *    VERIFICA: CASA, PELA CHAVE, O HISTORICO REFEITO COM O KSDS
      *    VIVO E APONTA O QUE FALTA, O QUE SOBRA E O QUE DIFERE.
       P700-COMPARA-HISTORICO.

            MOVE 'N' TO WS-EOF-REF.
            MOVE 'N' TO WS-EOF-VIV.
            MOVE ZEROS TO CH-RUN-DATE.
            MOVE ZEROS TO CH-SEQ-NUM.
            START CALC-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                INVALID KEY
                    MOVE 'S' TO WS-EOF-REF
            END-START.
            MOVE LOW-VALUES TO LV-KEY.
            START CALC-LIVE-FILE KEY IS NOT LESS THAN LV-KEY
                INVALID KEY
                    MOVE 'S' TO WS-EOF-VIV
            END-START.
            PERFORM P710-LE-REFEITO.
            PERFORM P720-LE-VIVO.
            PERFORM UNTIL WS-EOF-REF = 'S' AND WS-EOF-VIV = 'S'
                EVALUATE TRUE
                    WHEN WS-CHAVE-REF = WS-CHAVE-VIV
                        IF CALC-HIST-RECORD NOT = LIVE-HIST-RECORD
                            ADD 1 TO WS-QTDE-DIFERENTES
                            ADD 1 TO WS-QTDE-DIFERENCAS
                            IF WS-QTDE-DIFERENCAS
                                   NOT > WS-LIMITE-DETALHE
                                DISPLAY 'DIFERENTE DO DIARIO : '
                                    CH-KEY
                            END-IF
                        END-IF
                        PERFORM P710-LE-REFEITO
                        PERFORM P720-LE-VIVO
                    WHEN WS-CHAVE-REF < WS-CHAVE-VIV
                        ADD 1 TO WS-QTDE-FALTA-VIVO
                        ADD 1 TO WS-QTDE-DIFERENCAS
                        IF WS-QTDE-DIFERENCAS NOT > WS-LIMITE-DETALHE
                            DISPLAY 'FALTA NO KSDS VIVO  : ' CH-KEY
                                ' EXECUCAO ' CH-RUN-NUMBER
                        END-IF
                        PERFORM P710-LE-REFEITO
                    WHEN OTHER
                        ADD 1 TO WS-QTDE-SO-VIVO
                        ADD 1 TO WS-QTDE-DIFERENCAS
                        IF WS-QTDE-DIFERENCAS NOT > WS-LIMITE-DETALHE
                            DISPLAY 'SO NO KSDS VIVO     : ' LV-KEY
                        END-IF
                        PERFORM P720-LE-VIVO
                END-EVALUATE
            END-PERFORM.

       P710-LE-REFEITO.

            IF WS-EOF-REF NOT = 'S'
                READ CALC-HIST-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-EOF-REF
                END-READ
            END-IF.
            IF WS-EOF-REF = 'S'
                MOVE HIGH-VALUES TO WS-CHAVE-REF
            ELSE
                MOVE CH-KEY TO WS-CHAVE-REF
            END-IF.

      *    UM KSDS VIVO DANIFICADO PODE DAR ERRO DE LEITURA NO MEIO:
      *    CONTA COMO DIFERENCA E ENCERRA A COMPARACAO DO LADO DELE.
       P720-LE-VIVO.

            IF WS-EOF-VIV NOT = 'S'
                READ CALC-LIVE-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-EOF-VIV
                END-READ
                IF WS-EOF-VIV NOT = 'S'
                   AND WS-LIVE-STATUS NOT = '00'
                   AND WS-LIVE-STATUS NOT = '02'
                    DISPLAY 'ERRO DE LEITURA NO KSDS VIVO, STATUS: '
                        WS-LIVE-STATUS ' - COMPARACAO INTERROMPIDA'
                    ADD 1 TO WS-QTDE-DIFERENCAS
                    MOVE 'S' TO WS-EOF-VIV
                END-IF
            END-IF.
            IF WS-EOF-VIV = 'S'
                MOVE HIGH-VALUES TO WS-CHAVE-VIV
            ELSE
                MOVE LV-KEY TO WS-CHAVE-VIV
            END-IF.

      *    VERIFICA: CASA O INDICE REFEITO COM O VIVO. AS ENTRADAS DE
      *    UMA EXECUCAO SAO CONTIGUAS NA CHAVE; FALTA DE ENTRADA SO E
      *    DIFERENCA QUANDO O INDICE VIVO TEM ALGUMA ENTRADA DAQUELA
      *    EXECUCAO (SEM NENHUMA, E EXECUCAO ANTERIOR AO INDICE, QUE OS
      *    LEITORES ACHAM PELA VARREDURA DO KSDS).
       P750-COMPARA-INDICE.

            MOVE 'N' TO WS-EOF-REF.
            MOVE 'N' TO WS-EOF-VIV.
            MOVE ZEROS TO WS-GRUPO-RUN.
            MOVE ZEROS TO WS-GRUPO-FALTAM.
            MOVE 'N' TO WS-GRUPO-VIVO.
            MOVE LOW-VALUES TO XR-KEY.
            START CALC-XREF-FILE KEY IS NOT LESS THAN XR-KEY
                INVALID KEY
                    MOVE 'S' TO WS-EOF-REF
            END-START.
            MOVE LOW-VALUES TO LX-KEY.
            START CALC-LXRF-FILE KEY IS NOT LESS THAN LX-KEY
                INVALID KEY
                    MOVE 'S' TO WS-EOF-VIV
            END-START.
            PERFORM P760-LE-INDICE-REFEITO.
            PERFORM P770-LE-INDICE-VIVO.
            PERFORM UNTIL WS-EOF-REF = 'S' AND WS-EOF-VIV = 'S'
                IF WS-CHAVE-REF NOT > WS-CHAVE-VIV
                    MOVE XR-RUN-NUMBER TO WS-PASSO-RUN
                ELSE
                    MOVE LX-RUN-NUMBER TO WS-PASSO-RUN
                END-IF
                IF WS-PASSO-RUN NOT = WS-GRUPO-RUN
                    PERFORM P780-FECHA-GRUPO
                    MOVE WS-PASSO-RUN TO WS-GRUPO-RUN
                END-IF
                EVALUATE TRUE
                    WHEN WS-CHAVE-REF = WS-CHAVE-VIV
                        MOVE 'S' TO WS-GRUPO-VIVO
                        PERFORM P760-LE-INDICE-REFEITO
                        PERFORM P770-LE-INDICE-VIVO
                    WHEN WS-CHAVE-REF < WS-CHAVE-VIV
                        ADD 1 TO WS-GRUPO-FALTAM
                        PERFORM P760-LE-INDICE-REFEITO
                    WHEN OTHER
                        MOVE 'S' TO WS-GRUPO-VIVO
                        ADD 1 TO WS-QTDE-XRF-SOBRA
                        ADD 1 TO WS-QTDE-DIFERENCAS
                        IF WS-QTDE-DIFERENCAS NOT > WS-LIMITE-DETALHE
                            DISPLAY 'SOBRA NO CALCXRF VIVO: ' LX-KEY
                        END-IF
                        PERFORM P770-LE-INDICE-VIVO
                END-EVALUATE
            END-PERFORM.
            PERFORM P780-FECHA-GRUPO.

       P760-LE-INDICE-REFEITO.

            IF WS-EOF-REF NOT = 'S'
                READ CALC-XREF-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-EOF-REF
                END-READ
            END-IF.
            IF WS-EOF-REF = 'S'
                MOVE HIGH-VALUES TO WS-CHAVE-REF
            ELSE
                MOVE XR-KEY TO WS-CHAVE-REF
            END-IF.

       P770-LE-INDICE-VIVO.

            IF WS-EOF-VIV NOT = 'S'
                READ CALC-LXRF-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-EOF-VIV
                END-READ
                IF WS-EOF-VIV NOT = 'S'
                   AND WS-LXRF-STATUS NOT = '00'
                    DISPLAY 'ERRO DE LEITURA NO CALCXRF VIVO, STATUS: '
                        WS-LXRF-STATUS ' - COMPARACAO INTERROMPIDA'
                    ADD 1 TO WS-QTDE-DIFERENCAS
                    MOVE 'S' TO WS-EOF-VIV
                END-IF
            END-IF.
            IF WS-EOF-VIV = 'S'
                MOVE HIGH-VALUES TO WS-CHAVE-VIV
            ELSE
                MOVE LX-KEY TO WS-CHAVE-VIV
            END-IF.

       P780-FECHA-GRUPO.

            IF WS-GRUPO-FALTAM > ZEROS
                IF WS-GRUPO-VIVO = 'S'
                    ADD WS-GRUPO-FALTAM TO WS-QTDE-XRF-FALTA
                    ADD 1 TO WS-QTDE-DIFERENCAS
                    IF WS-QTDE-DIFERENCAS NOT > WS-LIMITE-DETALHE
                        DISPLAY 'EXECUCAO ' WS-GRUPO-RUN ': '
                            WS-GRUPO-FALTAM
                            ' ENTRADA(S) FALTANDO NO CALCXRF VIVO'
                    END-IF
                ELSE
                    ADD 1 TO WS-QTDE-PRE-INDICE
                END-IF
            END-IF.
            MOVE ZEROS TO WS-GRUPO-FALTAM.
            MOVE 'N' TO WS-GRUPO-VIVO.

       END PROGRAM CALCREC.
