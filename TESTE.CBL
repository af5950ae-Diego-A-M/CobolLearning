               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CALC-CHKPT-FILE ASSIGN TO 'CALCCHK'
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CALC-PEND-FILE ASSIGN TO 'CALCPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CALC-DUP-FILE ASSIGN TO 'CALCDUP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPF-STATUS.

           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  OPERATOR-FILE.
       COPY OPERFILE.

       FD  CALC-CHKPT-FILE
       FD  CALC-XREF-FILE.
       COPY CALCXRF.

       FD  CALC-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCPND.

       FD  CALC-DUP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDUP.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       WORKING-STORAGE SECTION.
       77  WS-NUM1                 PIC S9(07)V99 VALUE ZEROS.
       77  WS-NUM2                 PIC S9(07)V99 VALUE ZEROS.
       77  WS-EOF-TRANS            PIC X(01) VALUE 'N'.
       77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77  WS-OPERATOR-OK          PIC X(01) VALUE 'N'.
       77  WS-OPER-ABERTO          PIC X(01) VALUE 'N'.
       77  WS-OPER-CHEIA           PIC X(01) VALUE 'N'.
       77  WS-OPER-ACHADO          PIC X(01) VALUE 'N'.
       77  WS-OPER-ATIVO           PIC X(01) VALUE 'N'.
       77  WS-OPER-OPS             PIC X(04) VALUE SPACES.
       77  WS-OPER-LIMITE          PIC 9(05) VALUE ZEROS.
       77  WS-EOF-USO              PIC X(01) VALUE 'N'.
       77  WS-SAVE-OPERATOR-ID     PIC X(08) VALUE SPACES.
       77  WS-OPER-ENT-IDX         PIC 9(04) VALUE ZEROS.
       77  WS-OP-AUTORIZADA        PIC X(01) VALUE 'N'.
       77  WS-NUM1-EDIT            PIC X(07) VALUE SPACES.
       77  WS-NUM2-EDIT            PIC X(07) VALUE SPACES.
       77  WS-BUSINESS-DATE        PIC 9(08) VALUE ZEROS.
       77  WS-FORCA-PARM           PIC X(05) VALUE SPACES.
       77  WS-REPROC-PARM          PIC X(06) VALUE SPACES.
       77  WS-AJUSTE-PARM          PIC X(06) VALUE SPACES.
       77  WS-BATCTL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-EOF-BATCTL           PIC X(01) VALUE 'N'.
       77  WS-LOTE-JA-POSTADO      PIC X(01) VALUE 'N'.
       77  WS-FERIADO-COUNT        PIC 9(03) VALUE ZEROS.
       77  WS-DIA-UTIL             PIC X(01) VALUE 'N'.
       77  WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
       77  WS-APPROVAL-LIMIT       PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-ABS            PIC 9(13)V99 VALUE ZEROS.
       77  WS-HELD-COUNT           PIC 9(08) VALUE ZEROS.
       77  WS-PEND-SEQ             PIC 9(06) VALUE ZEROS.
       77  WS-FECHADO-COUNT        PIC 9(03) VALUE ZEROS.
       77  WS-PERIODO-TESTE        PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-FECHADO      PIC X(01) VALUE 'N'.
       77  WS-JA-POST-DATE         PIC 9(08) VALUE ZEROS.
       77  WS-LOTES-FECHADOS       PIC 9(03) VALUE ZEROS.
       77  WS-DUPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-EOF-PEND             PIC X(01) VALUE 'N'.
       77  WS-SUSP-COUNT           PIC 9(05) VALUE ZEROS.
       77  WS-SUSP-MATCH           PIC 9(05) VALUE ZEROS.
       77  WS-SUSP-CHEIA           PIC X(01) VALUE 'N'.
       77  WS-SUSP-NAO-VERIF       PIC 9(08) VALUE ZEROS.
       77  WS-SUSP-ALCADA          PIC X(01) VALUE 'N'.
       77  WS-DUPLIC-COUNT         PIC 9(08) VALUE ZEROS.
       77  WS-DSTAT-STATUS         PIC X(02) VALUE SPACES.
       77  WS-DST-DATA             PIC 9(08) VALUE ZEROS.
       77  WS-DST-ETAPA            PIC 9(01) VALUE 2.
       77  WS-DST-RC-ACEITO        PIC 9(02) VALUE 04.
       77  WS-DST-RC               PIC 9(02) VALUE ZEROS.
       77  WS-DST-IDX              PIC 9(01) VALUE ZEROS.
       77  WS-DST-HORA             PIC 9(08) VALUE ZEROS.
       77  WS-DST-EXISTE           PIC X(01) VALUE 'N'.
       77  WS-DST-RECUSA           PIC X(01) VALUE 'N'.
       77  WS-DST-ERRO             PIC X(01) VALUE 'N'.
       77  WS-DST-ABERTA           PIC X(01) VALUE 'N'.
       77  WS-REGION-ID            PIC X(02) VALUE SPACES.

       01  WS-START-TIME.
           05  WS-ST-HH            PIC 9(02).
           05  WS-FERIADO-DATE OCCURS 100 TIMES
               INDEXED BY WS-FER-IDX   PIC 9(08).

      *    MESES FECHADOS (REGISTROS 'C' DO CALCDATE, VER CALCPER).
       01  WS-FECHADO-TABLE.
           05  WS-FECHADO-PERIOD OCCURS 300 TIMES
               INDEXED BY WS-FEC-IDX   PIC 9(06).

      *    O OPERFILE E LIDO PELA CHAVE NA PRIMEIRA VEZ QUE CADA
      *    OPERADOR APARECE; A TABELA GUARDA OS OPERADORES JA LIDOS
      *    NA EXECUCAO, COM O FLAG DE ATIVO, A AUTORIDADE (OPERACOES
      *    PERMITIDAS E TETO DIARIO) E O USO DO DIA, PRE-CARREGADO DO
      *    CALCAUD PARA QUE UMA SEGUNDA EXECUCAO NO MESMO DIA
      *    CONTINUE A CONTAGEM. COM A TABELA CHEIA O OPERADOR AINDA E
      *    VALIDADO PELO ARQUIVO; SO O TETO DIARIO FICA SEM CONTROLE
      *    E, POR ISSO, E RECUSADO (VER P840).
       01  WS-OPERATOR-TABLE.
           05  WS-OPER-ENTRY OCCURS 5000 TIMES INDEXED BY WS-OPER-IDX.
               10  WS-OPER-TAB-ID      PIC X(08).
               10  WS-OPER-TAB-ACTIVE  PIC X(01).
               10  WS-OPER-TAB-OPS     PIC X(04).
      *    UM ARQUIVO CALCTRAN PODE TRAZER VARIOS GRUPOS H/D/T (UM
      *    POR EXTRATOR REGIONAL); CADA LOTE E BALANCEADO CONTRA O
      *    PROPRIO TRAILER E SO OS LOTES EM BALANCO SAO POSTADOS.
      *    A REGIAO DO HEADER ACOMPANHA CADA DETALHE DO LOTE ATE O
      *    HISTORICO, A AUDITORIA E O REGISTRO DE LOTES.
       01  WS-LOTE-TABLE.
           05  WS-LOTE-ENTRY OCCURS 50 TIMES INDEXED BY WS-LOTE-IDX.
               10  WS-LOTE-DATE        PIC 9(08).
               10  WS-LOTE-REGION      PIC X(02).
               10  WS-LOTE-DET-COUNT   PIC 9(08).
               10  WS-LOTE-HASH        PIC S9(12)V99.
               10  WS-LOTE-TRL-COUNT   PIC 9(08).
               10  WS-LOTE-OK-FLAG     PIC X(01).
               10  WS-LOTE-OPS-INVALIDAS
                                       PIC 9(08).
               10  WS-LOTE-ADJ-PERIOD  PIC 9(06).

      *    SUSPEITA DE DUPLICIDADE (SO NO MODO DE LOTE): TUDO O QUE
      *    JA FOI POSTADO NA DATA DE NEGOCIO (HISTORICO DO DIA COM
      *    STATUS BRANCO OU 'N') OU ESTA RETIDO DO DIA NO CALCPEND,
      *    MAIS O QUE A PROPRIA EXECUCAO POSTA OU RETEM. ORIGEM H =
      *    CALCHIST (RUN = EXECUCAO QUE POSTOU, SEQ = CH-SEQ-NUM) E
      *    P = CALCPEND (RUN + SEQ = PD-KEY).
       01  WS-SUSP-NOVO.
           05  WS-SUSP-NOVO-OPER       PIC X(08).
           05  WS-SUSP-NOVO-NUM1       PIC S9(07)V99.
           05  WS-SUSP-NOVO-NUM2       PIC S9(07)V99.
           05  WS-SUSP-NOVO-OP         PIC X(01).
           05  WS-SUSP-NOVO-ORIGEM     PIC X(01).
           05  WS-SUSP-NOVO-RUN        PIC 9(06).
           05  WS-SUSP-NOVO-SEQ        PIC 9(06).

       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-SUSP-IDX.
               10  WS-SUSP-OPER        PIC X(08).
               10  WS-SUSP-NUM1        PIC S9(07)V99.
               10  WS-SUSP-NUM2        PIC S9(07)V99.
               10  WS-SUSP-OP          PIC X(01).
               10  WS-SUSP-ORIGEM      PIC X(01).
               10  WS-SUSP-RUN         PIC 9(06).
               10  WS-SUSP-SEQ         PIC 9(06).

      *    NOMES DAS ETAPAS DO CONTROLE DE SITUACAO DO DIA (CALCDST).
       01  WS-DST-NOMES.
           05  FILLER                  PIC X(24)
                   VALUE 'HLT CALCBAL GL  ACK DTE '.
       01  WS-DST-NOMES-R REDEFINES WS-DST-NOMES.
           05  WS-DST-NOME OCCURS 6 TIMES
                                       PIC X(04).
       PROCEDURE DIVISION.
       P001-INICIO.

            UNSTRING WS-RUN-PARM DELIMITED BY ','
                INTO WS-RUN-MODE WS-OPERATOR-ID WS-CHKPT-PARM
                     WS-OPCODE-PARM WS-FORCA-PARM WS-REPROC-PARM
                     WS-AJUSTE-PARM
            END-UNSTRING.
            IF WS-RUN-MODE = SPACES
                MOVE 'INTER' TO WS-RUN-MODE
            PERFORM P020-LE-PARAMETRO.
            PERFORM P025-LE-DATA-NEGOCIO.
            PERFORM P026-VALIDA-DIA-UTIL.
            PERFORM P027-VALIDA-PERIODO-ABERTO.
            IF WS-RUN-MODE = 'BATCH'
                PERFORM P029-ABRE-ETAPA-DIA
            ELSE
                PERFORM P024-VERIFICA-DIARIO-INTER
            END-IF.
            PERFORM P015-ABRE-OPERADORES.
      *    O USO DO DIA E LIDO DO CALCAUD ANTES DE ELE SER ABERTO
      *    EM EXTEND PELA PROPRIA EXECUCAO.
            PERFORM P016-CARREGA-USO-DIARIO.
            PERFORM P102-ABRE-AUDITORIA.
            PERFORM P103-ABRE-EXPORTACAO.
            PERFORM P210-ABRE-SAIDA.
      *    OS RETIDOS DO DIA SAO LIDOS DO CALCPEND ANTES DE ELE SER
      *    ABERTO EM EXTEND, COMO O USO DIARIO ACIMA.
            IF WS-RUN-MODE = 'BATCH'
                PERFORM P105-CARREGA-PENDENTES-DIA
                PERFORM P106-ABRE-SUSPEITOS
            END-IF.
            PERFORM P104-ABRE-PENDENTES.

            PERFORM P030-ATRIBUI-RUN-NUMBER.
            PERFORM P190-ABRE-HISTORICO.
                OPEN EXTEND CALC-EXPORT-FILE
            END-IF.

       P104-ABRE-PENDENTES.

            OPEN EXTEND CALC-PEND-FILE.
            IF WS-PEND-STATUS = '35'
                OPEN OUTPUT CALC-PEND-FILE
                CLOSE CALC-PEND-FILE
                OPEN EXTEND CALC-PEND-FILE
            END-IF.

       P105-CARREGA-PENDENTES-DIA.

            MOVE 'N' TO WS-EOF-PEND.
            OPEN INPUT CALC-PEND-FILE.
            IF WS-PEND-STATUS = '00'
                PERFORM UNTIL WS-EOF-PEND = 'S'
                    READ CALC-PEND-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-PEND
                        NOT AT END
                            IF PD-STATUS = 'P'
                               AND PD-BUS-DATE = WS-BUSINESS-DATE
                                MOVE PD-OPERATOR-ID TO WS-SUSP-NOVO-OPER
                                MOVE PD-NUM1        TO WS-SUSP-NOVO-NUM1
                                MOVE PD-NUM2        TO WS-SUSP-NOVO-NUM2
                                MOVE PD-OPERATION   TO WS-SUSP-NOVO-OP
                                MOVE 'P'          TO WS-SUSP-NOVO-ORIGEM
                                MOVE PD-RUN-NUMBER  TO WS-SUSP-NOVO-RUN
                                MOVE PD-SEQ-NUM     TO WS-SUSP-NOVO-SEQ
                                PERFORM P137-GUARDA-SUSPEITA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALC-PEND-FILE
            END-IF.

       P106-ABRE-SUSPEITOS.

            OPEN EXTEND CALC-DUP-FILE.
            IF WS-DUPF-STATUS = '35'
                OPEN OUTPUT CALC-DUP-FILE
                CLOSE CALC-DUP-FILE
                OPEN EXTEND CALC-DUP-FILE
            END-IF.
            IF WS-DUPF-STATUS NOT = '00'
                DISPLAY 'ARQUIVO DE SUSPEITAS DE DUPLICIDADE '
                    'INDISPONIVEL, STATUS: ' WS-DUPF-STATUS
                MOVE 8 TO WS-RC-FINAL
                PERFORM P999-FIM
            END-IF.

       P020-LE-PARAMETRO.

            MOVE 'M' TO WS-OPERATION-CODE.
                                MOVE CP-ERROR-RATE-PCT
                                    TO WS-RATE-LIMIT
                            END-IF
                            IF CP-APPROVAL-LIMIT IS NUMERIC
                                MOVE CP-APPROVAL-LIMIT
                                    TO WS-APPROVAL-LIMIT
                            END-IF
                    END-READ
                END-IF
                CLOSE CALC-PARM-FILE
            MOVE 'N' TO WS-EOF-DATE.
            MOVE ZEROS TO WS-BUSINESS-DATE.
            MOVE ZEROS TO WS-FERIADO-COUNT.
            MOVE ZEROS TO WS-FECHADO-COUNT.

            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS NOT = '00'
                                    DISPLAY 'TABELA DE FERIADOS '
                                        'CHEIA: ' CD-DATE
                                END-IF
                            WHEN 'C'
                                IF WS-FECHADO-COUNT < 300
                                    ADD 1 TO WS-FECHADO-COUNT
                                    SET WS-FEC-IDX
                                        TO WS-FECHADO-COUNT
                                    MOVE CD-PERIOD TO
                                        WS-FECHADO-PERIOD (WS-FEC-IDX)
                                ELSE
                                    DISPLAY 'TABELA DE PERIODOS '
                                        'FECHADOS CHEIA - JOB '
                                        'ENCERRADO'
                                    CLOSE CALC-DATE-FILE
                                    MOVE 8 TO WS-RC-FINAL
                                    PERFORM P999-FIM
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM.
                END-IF
            END-IF.

      *    UMA DATA DE NEGOCIO DENTRO DE MES FECHADO (CALCDTE FIXA
      *    PARA TRAS) POSTARIA EM PERIODO JA ENTREGUE: RC=12.
       P027-VALIDA-PERIODO-ABERTO.

            COMPUTE WS-PERIODO-TESTE = WS-BUSINESS-DATE / 100.
            PERFORM P028-TESTA-PERIODO.
            IF WS-PERIODO-FECHADO = 'S'
                DISPLAY 'DATA DE NEGOCIO ' WS-BUSINESS-DATE
                    ' EM PERIODO FECHADO ' WS-PERIODO-TESTE
                    ' - JOB ENCERRADO'
                MOVE 12 TO WS-RC-FINAL
                PERFORM P999-FIM
            END-IF.

       P028-TESTA-PERIODO.

            MOVE 'N' TO WS-PERIODO-FECHADO.
            PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                    UNTIL WS-FEC-IDX > WS-FECHADO-COUNT
                IF WS-FECHADO-PERIOD (WS-FEC-IDX) = WS-PERIODO-TESTE
                    MOVE 'S' TO WS-PERIODO-FECHADO
                    SET WS-FEC-IDX TO WS-FECHADO-COUNT
                END-IF
            END-PERFORM.

      *    CONTROLE DE SITUACAO DO DIA (ETAPA SO NO MODO DE LOTE; O
      *    INTERATIVO SO CONFERE O DIARIO CONTABIL, VER P024): O CALCULO
      *    SO COMECA COM O CALCHLT DA DATA CONCLUIDO LIMPO. AO
      *    (RE)COMECAR, AS ETAPAS SEGUINTES DA DATA VOLTAM A 'NAO
      *    RODOU', POIS O QUE ELAS CONFERIRAM VAI MUDAR; O FIM DA
      *    ETAPA E REGISTRADO NO P999-FIM COM O RC FINAL. DEPOIS QUE
      *    O CALCGL GEROU O DIARIO CONTABIL DA DATA O CALCULO NAO
      *    (RE)COMECA MAIS NELA (VER P715).
       P029-ABRE-ETAPA-DIA.

            MOVE WS-BUSINESS-DATE TO WS-DST-DATA.
            PERFORM P700-LE-SITUACAO-DIA.
            IF WS-DST-ERRO = 'N'
                PERFORM P710-VERIFICA-ETAPAS
            END-IF.
            IF WS-DST-ERRO = 'N'
                PERFORM P715-VERIFICA-DIARIO-GL
            END-IF.
            IF WS-DST-ERRO = 'N'
                PERFORM P725-LIMPA-SEGUINTES
                PERFORM P720-INICIA-ETAPA
            END-IF.
            IF WS-DST-ERRO = 'S'
                MOVE 8 TO WS-RC-FINAL
                PERFORM P999-FIM
            END-IF.
            MOVE 'S' TO WS-DST-ABERTA.

      *    A SESSAO INTERATIVA NAO E ETAPA DO CONTROLE DE SITUACAO DO
      *    DIA, MAS TAMBEM POSTA NA DATA DE NEGOCIO CORRENTE: COM O
      *    DIARIO CONTABIL DA DATA JA GERADO (P715), O LANCAMENTO
      *    FICARIA FORA DA CONTABILIDADE E A SESSAO E RECUSADA ATE A
      *    VIRADA DA DATA. NENHUMA ETAPA E MARCADA.
       P024-VERIFICA-DIARIO-INTER.

            MOVE WS-BUSINESS-DATE TO WS-DST-DATA.
            PERFORM P700-LE-SITUACAO-DIA.
            IF WS-DST-ERRO = 'N'
                PERFORM P715-VERIFICA-DIARIO-GL
            END-IF.
            IF WS-DST-ERRO = 'N'
                CLOSE CALC-DSTAT-FILE
            ELSE
                MOVE 8 TO WS-RC-FINAL
                PERFORM P999-FIM
            END-IF.

      *    CADA EXECUCAO RECEBE UM NUMERO UNICO DO CALCRUN E REGISTRA
      *    INICIO E FIM NO DIARIO CALCRLG; O NUMERO E CARIMBADO EM
      *    TODO REGISTRO GRAVADO, O QUE PERMITE ESTORNAR UMA EXECUCAO
            MOVE ZEROS TO RL-REC-READ.
            MOVE ZEROS TO RL-REC-POSTED.
            MOVE ZEROS TO RL-REC-ERROR.
            MOVE ZEROS TO RL-REC-HELD.
            WRITE CALC-RUNLOG-RECORD.

       P190-ABRE-HISTORICO.
                            IF CH-SEQ-NUM > WS-HIST-MAXSEQ
                                MOVE CH-SEQ-NUM TO WS-HIST-MAXSEQ
                            END-IF
                            IF WS-RUN-MODE = 'BATCH'
                               AND (CH-STATUS = SPACE
                                 OR CH-STATUS = 'N')
                                PERFORM P196-GUARDA-HISTORICO
                            END-IF
                        ELSE
                            MOVE 'N' TO WS-HIST-MORE
                        END-IF

            COMPUTE WS-HIST-SEQ = WS-HIST-MAXSEQ + 1.

       P196-GUARDA-HISTORICO.

            MOVE CH-OPERATOR-ID TO WS-SUSP-NOVO-OPER.
            MOVE CH-NUM1        TO WS-SUSP-NOVO-NUM1.
            MOVE CH-NUM2        TO WS-SUSP-NOVO-NUM2.
            MOVE CH-OPERATION   TO WS-SUSP-NOVO-OP.
            MOVE 'H'            TO WS-SUSP-NOVO-ORIGEM.
            MOVE CH-RUN-NUMBER  TO WS-SUSP-NOVO-RUN.
            MOVE CH-SEQ-NUM     TO WS-SUSP-NOVO-SEQ.
            PERFORM P137-GUARDA-SUSPEITA.

       P150-GRAVA-HISTORICO.

            MOVE WS-HIST-TODAY     TO CH-RUN-DATE.
            MOVE WS-RESULT         TO CH-RESULT.
            MOVE WS-REMAINDER      TO CH-REMAINDER.
            MOVE WS-RUN-NUMBER     TO CH-RUN-NUMBER.
            MOVE SPACE             TO CH-STATUS.
            MOVE WS-REGION-ID      TO CH-REGION-ID.
            WRITE CALC-HIST-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR HISTORICO'

       P160-GRAVA-EXPORT.

            MOVE SPACES            TO CALC-EXPORT-RECORD.
            MOVE WS-BUSINESS-DATE  TO EX-DATE.
            MOVE WS-OPERATOR-ID    TO EX-OPERATOR-ID.
            MOVE WS-NUM1           TO EX-NUM1.
            MOVE WS-RESULT         TO EX-RESULT.
            MOVE WS-REMAINDER      TO EX-REMAINDER.
            MOVE WS-RUN-NUMBER     TO EX-RUN-NUMBER.
            IF WS-RUN-MODE = 'BATCH'
                MOVE WS-LOTE-ADJ-PERIOD (WS-LOTE-IDX) TO EX-ADJ-PERIOD
            ELSE
                MOVE ZEROS TO EX-ADJ-PERIOD
            END-IF.
            WRITE CALC-EXPORT-RECORD.

      *    O ITEM RETIDO LEVA A DATA DE NEGOCIO ORIGINAL E A CHAVE
      *    (EXECUCAO + SEQUENCIAL) PELA QUAL O CALCAPR O DECIDE.
       P155-GRAVA-PENDENTE.

            ADD 1 TO WS-PEND-SEQ.
            MOVE SPACES            TO CALC-PEND-RECORD.
            MOVE WS-RUN-NUMBER     TO PD-RUN-NUMBER.
            MOVE WS-PEND-SEQ       TO PD-SEQ-NUM.
            MOVE WS-BUSINESS-DATE  TO PD-BUS-DATE.
            MOVE WS-OPERATOR-ID    TO PD-OPERATOR-ID.
            MOVE WS-NUM1           TO PD-NUM1.
            MOVE WS-NUM2           TO PD-NUM2.
            MOVE WS-OPERATION-CODE TO PD-OPERATION.
            MOVE WS-RESULT         TO PD-RESULT.
            MOVE WS-REMAINDER      TO PD-REMAINDER.
            MOVE 'P'               TO PD-STATUS.
            MOVE WS-REGION-ID      TO PD-REGION-ID.
            WRITE CALC-PEND-RECORD.
            DISPLAY 'ITEM RETIDO PARA APROVACAO: ' PD-RUN-NUMBER
                '/' PD-SEQ-NUM.

      *    O SUSPEITO USA A MESMA NUMERACAO DOS RETIDOS DA EXECUCAO
      *    E GUARDA A CHAVE DO REGISTRO IGUAL, PARA O CALCDUPR
      *    MOSTRAR OS DOIS LADO A LADO.
       P157-GRAVA-SUSPEITO.

            ADD 1 TO WS-PEND-SEQ.
            SET WS-SUSP-IDX TO WS-SUSP-MATCH.
            MOVE SPACES            TO CALC-DUP-RECORD.
            MOVE WS-RUN-NUMBER     TO DU-RUN-NUMBER.
            MOVE WS-PEND-SEQ       TO DU-SEQ-NUM.
            MOVE WS-BUSINESS-DATE  TO DU-BUS-DATE.
            MOVE WS-OPERATOR-ID    TO DU-OPERATOR-ID.
            MOVE WS-NUM1           TO DU-NUM1.
            MOVE WS-NUM2           TO DU-NUM2.
            MOVE WS-OPERATION-CODE TO DU-OPERATION.
            MOVE WS-REGION-ID      TO DU-REGION-ID.
            MOVE 'D'               TO DU-STATUS.
            MOVE WS-SUSP-ALCADA    TO DU-ALCADA.
            MOVE WS-SUSP-ORIGEM (WS-SUSP-IDX) TO DU-MATCH-SOURCE.
            MOVE WS-SUSP-RUN (WS-SUSP-IDX)    TO DU-MATCH-RUN.
            MOVE WS-SUSP-SEQ (WS-SUSP-IDX)    TO DU-MATCH-SEQ.
            WRITE CALC-DUP-RECORD.
            DISPLAY 'ITEM RETIDO POR SUSPEITA DE DUPLICIDADE: '
                DU-RUN-NUMBER '/' DU-SEQ-NUM.

      *    O REGISTRO DE SAIDA E GRAVADO EM TODO MODO DE EXECUCAO
      *    (LOTE E INTERATIVO), CARIMBADO COM A DATA DE NEGOCIO E O
      *    NUMERO DA EXECUCAO, PARA O CALCBAL RECORTAR O DIA.
            MOVE WS-RUN-NUMBER    TO CO-RUN-NUMBER.
            WRITE CALC-OUT-RECORD.

      *    O CADASTRO FICA ABERTO A EXECUCAO TODA PARA A LEITURA
      *    PELA CHAVE (P013); INDISPONIVEL, NENHUM OPERADOR E ACHADO.
       P015-ABRE-OPERADORES.

            MOVE ZEROS TO WS-OPER-TAB-COUNT.
            MOVE 'N' TO WS-OPER-ABERTO.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'ARQUIVO DE OPERADORES INDISPONIVEL, STATUS: '
                    WS-OPER-STATUS
            ELSE
                MOVE 'S' TO WS-OPER-ABERTO
            END-IF.

      *    PRE-CARREGA NA TABELA O USO DO DIA DE CADA OPERADOR, A
                            MOVE 'S' TO WS-EOF-USO
                        NOT AT END
                            IF CA-DATE = WS-BUSINESS-DATE
                               AND CA-ERROR-FLAG = 'O'
                                MOVE CA-OPERATOR-ID
                                    TO WS-OPERATOR-ID
                                PERFORM P011-PROCURA-ENTRADA
       P010-VALIDA-OPERADOR.

            MOVE 'N' TO WS-OPERATOR-OK.
            PERFORM P011-PROCURA-ENTRADA.
            IF WS-OPER-ACHADO = 'S' AND WS-OPER-ATIVO = 'S'
                MOVE 'S' TO WS-OPERATOR-OK
            END-IF.

      *    DEIXA EM WS-OPER-ACHADO/ATIVO/OPS/LIMITE OS DADOS DE
      *    WS-OPERATOR-ID, DA TABELA OU DO ARQUIVO; WS-OPER-ENT-IDX
      *    FICA ZERADO QUANDO O OPERADOR NAO ESTA NA TABELA.
       P011-PROCURA-ENTRADA.

            MOVE ZEROS TO WS-OPER-ENT-IDX.
            MOVE 'N' TO WS-OPER-ACHADO.
            PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                    UNTIL WS-OPER-IDX > WS-OPER-TAB-COUNT
                IF WS-OPER-TAB-ID (WS-OPER-IDX) = WS-OPERATOR-ID
                    SET WS-OPER-IDX TO WS-OPER-TAB-COUNT
                END-IF
            END-PERFORM.
            IF WS-OPER-ENT-IDX > ZEROS
                SET WS-OPER-IDX TO WS-OPER-ENT-IDX
                MOVE 'S' TO WS-OPER-ACHADO
                MOVE WS-OPER-TAB-ACTIVE (WS-OPER-IDX) TO WS-OPER-ATIVO
                MOVE WS-OPER-TAB-OPS (WS-OPER-IDX)    TO WS-OPER-OPS
                MOVE WS-OPER-TAB-LIMIT (WS-OPER-IDX)  TO WS-OPER-LIMITE
            ELSE
                PERFORM P013-LE-OPERADOR
            END-IF.

       P013-LE-OPERADOR.

            IF WS-OPER-ABERTO = 'S'
                MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
                READ OPERATOR-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-OPER-ACHADO
                    NOT INVALID KEY
                        MOVE 'S' TO WS-OPER-ACHADO
                END-READ
                IF WS-OPER-STATUS NOT = '00'
                   AND WS-OPER-STATUS NOT = '23'
                    DISPLAY 'ERRO NA LEITURA DO OPERADOR '
                        WS-OPERATOR-ID ', STATUS: ' WS-OPER-STATUS
                END-IF
                IF WS-OPER-ACHADO = 'S'
                    MOVE OP-ACTIVE-FLAG TO WS-OPER-ATIVO
                    MOVE OP-ALLOWED-OPS TO WS-OPER-OPS
                    IF OP-DAILY-LIMIT IS NUMERIC
                        MOVE OP-DAILY-LIMIT TO WS-OPER-LIMITE
                    ELSE
                        MOVE ZEROS TO WS-OPER-LIMITE
                    END-IF
                    PERFORM P014-GUARDA-ENTRADA
                END-IF
            END-IF.

       P014-GUARDA-ENTRADA.

            IF WS-OPER-TAB-COUNT < 5000
                ADD 1 TO WS-OPER-TAB-COUNT
                SET WS-OPER-IDX TO WS-OPER-TAB-COUNT
                MOVE WS-OPERATOR-ID TO WS-OPER-TAB-ID (WS-OPER-IDX)
                MOVE WS-OPER-ATIVO  TO WS-OPER-TAB-ACTIVE (WS-OPER-IDX)
                MOVE WS-OPER-OPS    TO WS-OPER-TAB-OPS (WS-OPER-IDX)
                MOVE WS-OPER-LIMITE TO WS-OPER-TAB-LIMIT (WS-OPER-IDX)
                MOVE ZEROS          TO WS-OPER-TAB-HOJE (WS-OPER-IDX)
                SET WS-OPER-ENT-IDX TO WS-OPER-IDX
            ELSE
                IF WS-OPER-CHEIA NOT = 'S'
                    MOVE 'S' TO WS-OPER-CHEIA
                    DISPLAY 'TABELA DE OPERADORES CHEIA (5000) - '
                        'TETO DIARIO DOS SEGUINTES SEM CONTROLE'
                END-IF
            END-IF.

      *    AUTORIDADE DO OPERADOR NA HORA DO CALCULO: OPERACAO FORA
      *    DE OP-ALLOWED-OPS (BRANCO = SEM RESTRICAO) OU TETO DIARIO
       P012-VERIFICA-AUTORIZACAO.

            PERFORM P011-PROCURA-ENTRADA.
            IF WS-OPER-ACHADO NOT = 'S'
                CONTINUE
            ELSE
                IF WS-OPER-OPS NOT = SPACES
                    MOVE 'N' TO WS-OP-AUTORIZADA
                    MOVE WS-OPER-OPS TO WS-OPS-CHECK
                    PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
                            UNTIL WS-OPS-IDX > 4
                        IF WS-OPS-CHAR (WS-OPS-IDX) =
                        PERFORM P820-OPERACAO-NAO-AUTORIZADA
                    END-IF
                END-IF
                IF WS-STATUS = 'O' AND WS-OPER-LIMITE > ZEROS
                    IF WS-OPER-ENT-IDX = ZEROS
                        PERFORM P840-TETO-SEM-CONTROLE
                    ELSE
                        SET WS-OPER-IDX TO WS-OPER-ENT-IDX
                        IF WS-OPER-TAB-HOJE (WS-OPER-IDX) NOT <
                           WS-OPER-LIMITE
                            PERFORM P830-LIMITE-DIARIO
                        END-IF
                    END-IF
                END-IF
            END-IF.

                    PERFORM P810-OPERACAO-INVALIDA
            END-EVALUATE
            END-IF.
            IF WS-STATUS = 'O'
                PERFORM P130-VERIFICA-ALCADA
            END-IF.
            IF WS-RUN-MODE = 'BATCH'
               AND (WS-STATUS = 'O' OR WS-STATUS = 'P')
                PERFORM P135-VERIFICA-DUPLICIDADE
            END-IF.
            MOVE WS-RESULT TO WS-RESULT-EDIT.
            DISPLAY 'RESULTADO: ' WS-RESULT-EDIT.
            IF WS-OPERATION-CODE = 'D' AND WS-STATUS = 'O'
            END-IF.

            ADD 1 TO WS-LIDOS-COUNT.
            EVALUATE WS-STATUS
                WHEN 'O'
                    ADD 1 TO WS-POSTED-COUNT
                    IF WS-OPER-ENT-IDX > ZEROS
                        SET WS-OPER-IDX TO WS-OPER-ENT-IDX
                        ADD 1 TO WS-OPER-TAB-HOJE (WS-OPER-IDX)
                    END-IF
                    PERFORM P150-GRAVA-HISTORICO
                    PERFORM P160-GRAVA-EXPORT
                    IF WS-RUN-MODE = 'BATCH'
                        MOVE 'H'           TO WS-SUSP-NOVO-ORIGEM
                        MOVE WS-RUN-NUMBER TO WS-SUSP-NOVO-RUN
                        MOVE CH-SEQ-NUM    TO WS-SUSP-NOVO-SEQ
                        PERFORM P136-REGISTRA-ITEM
                    END-IF
                WHEN 'P'
                    ADD 1 TO WS-HELD-COUNT
                    PERFORM P155-GRAVA-PENDENTE
                    IF WS-RUN-MODE = 'BATCH'
                        MOVE 'P'           TO WS-SUSP-NOVO-ORIGEM
                        MOVE PD-RUN-NUMBER TO WS-SUSP-NOVO-RUN
                        MOVE PD-SEQ-NUM    TO WS-SUSP-NOVO-SEQ
                        PERFORM P136-REGISTRA-ITEM
                    END-IF
                WHEN 'D'
                    ADD 1 TO WS-HELD-COUNT
                    ADD 1 TO WS-DUPLIC-COUNT
                    PERFORM P157-GRAVA-SUSPEITO
                WHEN OTHER
                    ADD 1 TO WS-ERROR-COUNT
                    IF WS-MAX-ERRORS > ZEROS
                       AND WS-ERROR-COUNT NOT < WS-MAX-ERRORS
                        MOVE 'S' TO WS-ABORT
                    END-IF
            END-EVALUATE.

            PERFORM P170-GRAVA-AUDITORIA.
            PERFORM P165-GRAVA-SAIDA.

      *    DUPLA CUSTODIA: COM ALCADA NO CALCPARM, O DETALHE CUJO
      *    NUM1, NUM2 OU RESULTADO (EM VALOR ABSOLUTO) PASSE DELA E
      *    RETIDO ('P') NO CALCPEND EM VEZ DE POSTADO; SO ENTRA NO
      *    HISTORICO E NA EXPORTACAO QUANDO OUTRO OPERADOR O LIBERA
      *    PELO CALCAPR.
       P130-VERIFICA-ALCADA.

            IF WS-APPROVAL-LIMIT > ZEROS
                IF WS-NUM1 < ZEROS
                    COMPUTE WS-VALOR-ABS = ZEROS - WS-NUM1
                ELSE
                    MOVE WS-NUM1 TO WS-VALOR-ABS
                END-IF
                IF WS-VALOR-ABS > WS-APPROVAL-LIMIT
                    MOVE 'P' TO WS-STATUS
                END-IF
                IF WS-NUM2 < ZEROS
                    COMPUTE WS-VALOR-ABS = ZEROS - WS-NUM2
                ELSE
                    MOVE WS-NUM2 TO WS-VALOR-ABS
                END-IF
                IF WS-VALOR-ABS > WS-APPROVAL-LIMIT
                    MOVE 'P' TO WS-STATUS
                END-IF
                IF WS-RESULT < ZEROS
                    COMPUTE WS-VALOR-ABS = ZEROS - WS-RESULT
                ELSE
                    MOVE WS-RESULT TO WS-VALOR-ABS
                END-IF
                IF WS-VALOR-ABS > WS-APPROVAL-LIMIT
                    MOVE 'P' TO WS-STATUS
                END-IF
                IF WS-STATUS = 'P'
                    DISPLAY 'VALOR ACIMA DA ALCADA DE APROVACAO - '
                        'TRANSACAO RETIDA NO CALCPEND'
                END-IF
            END-IF.

      *    SUSPEITA DE DUPLICIDADE: DETALHE IGUAL (OPERADOR, NUM1,
      *    NUM2 E OPERACAO) A ALGO JA POSTADO OU RETIDO NA MESMA DATA
      *    DE NEGOCIO NAO E POSTADO; FICA ('D') NO CALCDUP ATE UM
      *    OPERADOR O LIBERAR OU RECUSAR PELO CALCDUP. SE TAMBEM
      *    PASSOU DA ALCADA, A LIBERACAO O MANDA PARA O CALCPEND.
       P135-VERIFICA-DUPLICIDADE.

            MOVE ZEROS TO WS-SUSP-MATCH.
            PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                    UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                IF WS-SUSP-OPER (WS-SUSP-IDX) = WS-OPERATOR-ID
                   AND WS-SUSP-NUM1 (WS-SUSP-IDX) = WS-NUM1
                   AND WS-SUSP-NUM2 (WS-SUSP-IDX) = WS-NUM2
                   AND WS-SUSP-OP (WS-SUSP-IDX) = WS-OPERATION-CODE
                    SET WS-SUSP-MATCH TO WS-SUSP-IDX
                    SET WS-SUSP-IDX TO WS-SUSP-COUNT
                END-IF
            END-PERFORM.
            IF WS-SUSP-MATCH > ZEROS
                IF WS-STATUS = 'P'
                    MOVE 'S' TO WS-SUSP-ALCADA
                ELSE
                    MOVE 'N' TO WS-SUSP-ALCADA
                END-IF
                MOVE 'D' TO WS-STATUS
                SET WS-SUSP-IDX TO WS-SUSP-MATCH
                DISPLAY 'SUSPEITA DE DUPLICIDADE - IGUAL A '
                    WS-SUSP-ORIGEM (WS-SUSP-IDX) ' '
                    WS-SUSP-RUN (WS-SUSP-IDX) '/'
                    WS-SUSP-SEQ (WS-SUSP-IDX)
                    ' - TRANSACAO RETIDA NO CALCDUP'
            ELSE
                IF WS-SUSP-CHEIA = 'S'
                    ADD 1 TO WS-SUSP-NAO-VERIF
                END-IF
            END-IF.

      *    O ITEM QUE A EXECUCAO ACABOU DE POSTAR OU RETER ENTRA NA
      *    TABELA, PARA QUE UMA REPETICAO NO RESTO DO ARQUIVO SEJA
      *    APANHADA.
       P136-REGISTRA-ITEM.

            MOVE WS-OPERATOR-ID    TO WS-SUSP-NOVO-OPER.
            MOVE WS-NUM1           TO WS-SUSP-NOVO-NUM1.
            MOVE WS-NUM2           TO WS-SUSP-NOVO-NUM2.
            MOVE WS-OPERATION-CODE TO WS-SUSP-NOVO-OP.
            PERFORM P137-GUARDA-SUSPEITA.

      *    TABELA CHEIA NAO E SILENCIOSA: O QUE NAO PUDER MAIS SER
      *    COMPARADO E CONTADO E A EXECUCAO TERMINA COM RC 4 NO MINIMO.
       P137-GUARDA-SUSPEITA.

            IF WS-SUSP-COUNT < 20000
                ADD 1 TO WS-SUSP-COUNT
                SET WS-SUSP-IDX TO WS-SUSP-COUNT
                MOVE WS-SUSP-NOVO TO WS-SUSP-ENTRY (WS-SUSP-IDX)
            ELSE
                IF WS-SUSP-CHEIA NOT = 'S'
                    MOVE 'S' TO WS-SUSP-CHEIA
                    DISPLAY 'TABELA DE DUPLICIDADE CHEIA (20000) - '
                        'VERIFICACAO DE DUPLICIDADE PARCIAL'
                END-IF
            END-IF.

      *    NO MODO INTERATIVO OS OPERANDOS SAO INTEIROS SEM SINAL DE
      *    ATE 7 DIGITOS; VALORES ASSINADOS COM DECIMAIS ENTRAM PELO
                    MOVE 8 TO WS-RC-FINAL
                END-IF
            END-IF.
            IF WS-LOTES-FECHADOS > ZEROS AND WS-RC-FINAL < 12
                MOVE 12 TO WS-RC-FINAL
            END-IF.

      *    PRIMEIRA PASSADA: CLASSIFICA OS GRUPOS H/D/T DO ARQUIVO NA
      *    TABELA DE LOTES E BALANCEIA CADA UM CONTRA O PROPRIO
                        SET WS-LOTE-IDX TO WS-LOTE-COUNT
                        MOVE CT-HDR-BATCH-DATE
                            TO WS-LOTE-DATE (WS-LOTE-IDX)
                        MOVE CT-HDR-REGION-ID
                            TO WS-LOTE-REGION (WS-LOTE-IDX)
                        MOVE ZEROS TO WS-LOTE-DET-COUNT (WS-LOTE-IDX)
                        MOVE ZEROS TO WS-LOTE-HASH (WS-LOTE-IDX)
                        MOVE ZEROS TO WS-LOTE-TRL-COUNT (WS-LOTE-IDX)
                        MOVE 'N' TO WS-LOTE-OK-FLAG (WS-LOTE-IDX)
                        MOVE ZEROS
                            TO WS-LOTE-OPS-INVALIDAS (WS-LOTE-IDX)
                        MOVE ZEROS
                            TO WS-LOTE-ADJ-PERIOD (WS-LOTE-IDX)
                    ELSE
                        DISPLAY 'TABELA DE LOTES CHEIA: '
                            CT-HDR-BATCH-DATE
                                WS-JA-RUN-NUMBER
                                ' - REPROCESSAMENTO AUTORIZADO '
                                'PELO PARM'
                            PERFORM P207-VERIFICA-PERIODO-LOTE
                        ELSE
      *                    'J' = REJEITADO POR JA TER SIDO POSTADO;
      *                    A DISPOSICAO JA SAIU AQUI
                    WHEN 'S'
                        ADD 1 TO WS-LOTES-BONS
                        DISPLAY 'LOTE ' WS-LOTE-NUM ' DATA '
                            WS-LOTE-DATE (WS-LOTE-IDX) ' REGIAO '
                            WS-LOTE-REGION (WS-LOTE-IDX) ' - ACEITO, '
                            'DETALHES: '
                            WS-LOTE-DET-COUNT (WS-LOTE-IDX)
                    WHEN 'J'
                        CONTINUE
                    WHEN 'F'
                        CONTINUE
                    WHEN 'O'
                        ADD 1 TO WS-LOTES-REJEITADOS
                        DISPLAY 'LOTE ' WS-LOTE-NUM ' DATA '
                END-EVALUATE
            END-PERFORM.

      *    PROCURA O LOTE NO REGISTRO DE LOTES PROCESSADOS (REGIAO E
      *    DATA DO HEADER + QUANTIDADE + HASH DO TRAILER; ANOTACAO
      *    ANTIGA, SEM REGIAO, CASA COM QUALQUER REGIAO) E TAMBEM
      *    ENTRE OS LOTES ANTERIORES DO PROPRIO ARQUIVO (UMA
      *    CONCATENACAO DUPLICADA TRAZ O MESMO LOTE DUAS VEZES).
       P204-VERIFICA-JA-POSTADO.

            MOVE 'N' TO WS-LOTE-JA-POSTADO.
            MOVE ZEROS TO WS-JA-RUN-NUMBER.
            MOVE ZEROS TO WS-JA-POST-DATE.

            MOVE 'N' TO WS-EOF-BATCTL.
            OPEN INPUT CALC-BATCTL-FILE.
                        NOT AT END
                            IF BT-BATCH-DATE =
                               WS-LOTE-DATE (WS-LOTE-IDX)
                               AND (BT-REGION-ID = SPACES
                                 OR BT-REGION-ID =
                                    WS-LOTE-REGION (WS-LOTE-IDX))
                               AND BT-REC-COUNT =
                                   WS-LOTE-TRL-COUNT (WS-LOTE-IDX)
                               AND BT-HASH-TOTAL =
                                MOVE 'S' TO WS-LOTE-JA-POSTADO
                                MOVE BT-RUN-NUMBER
                                    TO WS-JA-RUN-NUMBER
                                MOVE BT-POST-DATE
                                    TO WS-JA-POST-DATE
                                MOVE 'S' TO WS-EOF-BATCTL
                            END-IF
                    END-READ
                    IF WS-LOTE-OK-FLAG (WS-DUP-IDX) = 'S'
                       AND WS-LOTE-DATE (WS-DUP-IDX) =
                           WS-LOTE-DATE (WS-LOTE-IDX)
                       AND WS-LOTE-REGION (WS-DUP-IDX) =
                           WS-LOTE-REGION (WS-LOTE-IDX)
                       AND WS-LOTE-TRL-COUNT (WS-DUP-IDX) =
                           WS-LOTE-TRL-COUNT (WS-LOTE-IDX)
                       AND WS-LOTE-TRL-HASH (WS-DUP-IDX) =
                           WS-LOTE-TRL-HASH (WS-LOTE-IDX)
                        MOVE 'S' TO WS-LOTE-JA-POSTADO
                        MOVE WS-RUN-NUMBER TO WS-JA-RUN-NUMBER
                        MOVE WS-BUSINESS-DATE TO WS-JA-POST-DATE
                        MOVE WS-LOTE-NUM TO WS-DUP-IDX
                    END-IF
                END-PERFORM
            END-IF.

      *    O REPROCESSAMENTO DE UM LOTE POSTADO EM MES JA FECHADO E
      *    RECUSADO ('F', RC=12), POIS REFAZ NUMEROS JA ENTREGUES A
      *    CONTABILIDADE; COM O PARM AJUSTE ELE ENTRA NO PERIODO
      *    ABERTO E AS LINHAS DO CALCEXP LEVAM O MES CORRIGIDO EM
      *    EX-ADJ-PERIOD.
       P207-VERIFICA-PERIODO-LOTE.

            COMPUTE WS-PERIODO-TESTE = WS-JA-POST-DATE / 100.
            PERFORM P028-TESTA-PERIODO.
            IF WS-PERIODO-FECHADO = 'S'
                IF WS-AJUSTE-PARM = 'AJUSTE'
                    MOVE WS-PERIODO-TESTE
                        TO WS-LOTE-ADJ-PERIOD (WS-LOTE-IDX)
                    DISPLAY 'AVISO: LOTE ' WS-LOTE-NUM
                        ' POSTADO EM PERIODO FECHADO '
                        WS-PERIODO-TESTE
                        ' - REPOSTADO COMO AJUSTE EM '
                        WS-BUSINESS-DATE
                ELSE
                    MOVE 'F' TO WS-LOTE-OK-FLAG (WS-LOTE-IDX)
                    ADD 1 TO WS-LOTES-REJEITADOS
                    ADD 1 TO WS-LOTES-FECHADOS
                    DISPLAY 'LOTE ' WS-LOTE-NUM ' DATA '
                        WS-LOTE-DATE (WS-LOTE-IDX)
                        ' - REJEITADO: POSTADO NO PERIODO FECHADO '
                        WS-PERIODO-TESTE ' (USE AJUSTE)'
                END-IF
            END-IF.

       P205-PROCESSA-DETALHES.

            PERFORM P175-LE-CHECKPOINT.
                            TO BT-REC-COUNT
                        MOVE WS-LOTE-TRL-HASH (WS-LOTE-IDX)
                            TO BT-HASH-TOTAL
                        MOVE WS-LOTE-REGION (WS-LOTE-IDX)
                            TO BT-REGION-ID
                        MOVE WS-RUN-NUMBER    TO BT-RUN-NUMBER
                        MOVE WS-BUSINESS-DATE TO BT-POST-DATE
                        ACCEPT BT-POST-TIME FROM TIME
                'DIARIO DE ' WS-OPER-TAB-LIMIT (WS-OPER-IDX)
                ' TRANSACOES'.

      *    OPERADOR COM TETO DIARIO QUE NAO COUBE NA TABELA: SEM A
      *    CONTAGEM DO DIA O TETO NAO PODE SER GARANTIDO, ENTAO A
      *    TRANSACAO E REJEITADA EM VEZ DE POSTADA SEM CONTROLE.
       P840-TETO-SEM-CONTROLE.

            MOVE 'E' TO WS-STATUS.
            MOVE ZEROS TO WS-RESULT.
            MOVE ZEROS TO WS-REMAINDER.
            DISPLAY 'OPERADOR ' WS-OPERATOR-ID ' COM TETO DIARIO '
                'FORA DA TABELA DE USO - TRANSACAO REJEITADA'.

       P800-ERRO.

            MOVE 'E' TO WS-STATUS.
            MOVE WS-RESULT         TO CA-RESULT
            MOVE WS-REMAINDER      TO CA-REMAINDER
            MOVE WS-RUN-NUMBER     TO CA-RUN-NUMBER
            MOVE WS-REGION-ID      TO CA-REGION-ID
            MOVE WS-STATUS      TO CA-ERROR-FLAG
            WRITE CALC-AUDIT-RECORD.

                    EVALUATE CT-REC-TYPE
                        WHEN 'H'
                            ADD 1 TO WS-LOTE-CORRENTE
                            MOVE CT-HDR-REGION-ID TO WS-REGION-ID
                        WHEN 'D'
                            IF WS-LOTE-CORRENTE > ZEROS
                               AND WS-LOTE-CORRENTE
                END-IF
            END-PERFORM.

      *    LE NO CALCDST O REGISTRO DE SITUACAO DA DATA WS-DST-DATA;
      *    DATA AINDA SEM REGISTRO COMECA COM TODAS AS ETAPAS EM
      *    BRANCO. O ARQUIVO FICA ABERTO ATE O P740 (OU A RECUSA).
      *    QUALQUER FALHA LIGA WS-DST-ERRO PARA O CHAMADOR.
       P700-LE-SITUACAO-DIA.

            MOVE 'N' TO WS-DST-ERRO.
            OPEN I-O CALC-DSTAT-FILE.
            IF WS-DSTAT-STATUS = '35'
                OPEN OUTPUT CALC-DSTAT-FILE
                CLOSE CALC-DSTAT-FILE
                OPEN I-O CALC-DSTAT-FILE
            END-IF.
            IF WS-DSTAT-STATUS NOT = '00'
                DISPLAY 'CONTROLE DE SITUACAO DO DIA INDISPONIVEL, '
                    'STATUS: ' WS-DSTAT-STATUS
                MOVE 'S' TO WS-DST-ERRO
            ELSE
                MOVE WS-DST-DATA TO DS-BUS-DATE
                MOVE 'S' TO WS-DST-EXISTE
                READ CALC-DSTAT-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-DST-EXISTE
                END-READ
                IF WS-DST-EXISTE = 'N'
                    MOVE SPACES TO CALC-DSTAT-RECORD
                    MOVE WS-DST-DATA TO DS-BUS-DATE
                    PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                            UNTIL WS-DST-IDX > 6
                        MOVE ZEROS TO DS-ETP-HORA (WS-DST-IDX)
                        MOVE ZEROS TO DS-ETP-RC (WS-DST-IDX)
                    END-PERFORM
                END-IF
            END-IF.

      *    TODA ETAPA ANTERIOR A WS-DST-ETAPA TEM DE ESTAR CONCLUIDA
      *    LIMPA ('F') NA DATA; SENAO O CALCULO NAO COMECA.
       P710-VERIFICA-ETAPAS.

            MOVE 'N' TO WS-DST-RECUSA.
            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX NOT < WS-DST-ETAPA
                IF DS-ETP-SITUACAO (WS-DST-IDX) NOT = 'F'
                    MOVE 'S' TO WS-DST-RECUSA
                    DISPLAY 'ETAPA ' WS-DST-NOME (WS-DST-IDX)
                        ' DE ' WS-DST-DATA ' NAO CONCLUIDA - SITUACAO '
                        '[' DS-ETP-SITUACAO (WS-DST-IDX) '] RC '
                        DS-ETP-RC (WS-DST-IDX)
                END-IF
            END-PERFORM.
            IF WS-DST-RECUSA = 'S'
                DISPLAY '*** ETAPA ' WS-DST-NOME (WS-DST-ETAPA)
                    ' RECUSADA PARA ' WS-DST-DATA
                    ' - VER CALCDSR ***'
                CLOSE CALC-DSTAT-FILE
                MOVE 'S' TO WS-DST-ERRO
            END-IF.

      *    COM A ETAPA GL (4) DA DATA CONCLUIDA ('F') OU EM ANDAMENTO
      *    ('I'), O DIARIO CONTABIL DA DATA JA SAIU OU ESTA SAINDO E O
      *    CALCGL NAO GERA A MESMA DATA DUAS VEZES: RECOMECAR O
      *    CALCULO LIMPARIA A ETAPA E O DIA SERIA LANCADO DE NOVO, OU
      *    O LOTE ATRASADO FICARIA FORA DA CONTABILIDADE. O CALCULO E
      *    RECUSADO; O LOTE ATRASADO ENTRA NA EXECUCAO DA PROXIMA DATA
      *    DE NEGOCIO, APOS A VIRADA. NO MODO INTERATIVO (P024) A
      *    SESSAO E RECUSADA DO MESMO MODO.
       P715-VERIFICA-DIARIO-GL.

            IF DS-ETP-SITUACAO (4) = 'F'
               OR DS-ETP-SITUACAO (4) = 'I'
                IF WS-RUN-MODE = 'BATCH'
                    DISPLAY '*** DIARIO CONTABIL DE ' WS-DST-DATA
                        ' JA GERADO - ETAPA ' WS-DST-NOME (WS-DST-ETAPA)
                        ' RECUSADA; LOTE ATRASADO ENTRA NA PROXIMA '
                        'DATA DE NEGOCIO ***'
                ELSE
                    DISPLAY '*** DIARIO CONTABIL DE ' WS-DST-DATA
                        ' JA GERADO - CALCULO RECUSADO (LANCAR APOS '
                        'A VIRADA DA DATA) ***'
                END-IF
                CLOSE CALC-DSTAT-FILE
                MOVE 'S' TO WS-DST-ERRO
            END-IF.

      *    MARCA A ETAPA EM ANDAMENTO ('I'); SE O PROGRAMA CAIR NO
      *    MEIO, ELA FICA 'I' E SEGURA AS ETAPAS SEGUINTES ATE O
      *    REINICIO DO CALCSTEP.
       P720-INICIA-ETAPA.

            ACCEPT WS-DST-HORA FROM TIME.
            MOVE 'I'         TO DS-ETP-SITUACAO (WS-DST-ETAPA).
            MOVE WS-DST-HORA TO DS-ETP-HORA (WS-DST-ETAPA).
            MOVE ZEROS       TO DS-ETP-RC (WS-DST-ETAPA).
            PERFORM P740-GRAVA-SITUACAO.

      *    AS ETAPAS POSTERIORES A WS-DST-ETAPA VOLTAM A 'NAO RODOU'.
       P725-LIMPA-SEGUINTES.

            PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                    UNTIL WS-DST-IDX > 6
                IF WS-DST-IDX > WS-DST-ETAPA
                    MOVE SPACE TO DS-ETP-SITUACAO (WS-DST-IDX)
                    MOVE ZEROS TO DS-ETP-HORA (WS-DST-IDX)
                    MOVE ZEROS TO DS-ETP-RC (WS-DST-IDX)
                END-IF
            END-PERFORM.

      *    REGISTRA O FIM DA ETAPA COM O RC WS-DST-RC: 'F' ATE O RC
      *    ACEITO (4, REJEICOES DE REGISTRO), 'X' ACIMA DELE.
       P730-ENCERRA-ETAPA.

            PERFORM P700-LE-SITUACAO-DIA.
            IF WS-DST-ERRO = 'N'
                ACCEPT WS-DST-HORA FROM TIME
                IF WS-DST-RC > WS-DST-RC-ACEITO
                    MOVE 'X' TO DS-ETP-SITUACAO (WS-DST-ETAPA)
                ELSE
                    MOVE 'F' TO DS-ETP-SITUACAO (WS-DST-ETAPA)
                END-IF
                MOVE WS-DST-HORA TO DS-ETP-HORA (WS-DST-ETAPA)
                MOVE WS-DST-RC   TO DS-ETP-RC (WS-DST-ETAPA)
                PERFORM P740-GRAVA-SITUACAO
            END-IF.
            IF WS-DST-ERRO = 'S' AND WS-RC-FINAL < 8
                MOVE 8 TO WS-RC-FINAL
            END-IF.

       P740-GRAVA-SITUACAO.

            IF WS-DST-EXISTE = 'S'
                REWRITE CALC-DSTAT-RECORD
            ELSE
                WRITE CALC-DSTAT-RECORD
            END-IF.
            IF WS-DSTAT-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR O CONTROLE DE SITUACAO DO DIA, '
                    'STATUS: ' WS-DSTAT-STATUS
                MOVE 'S' TO WS-DST-ERRO
            ELSE
                MOVE 'S' TO WS-DST-EXISTE
            END-IF.
            CLOSE CALC-DSTAT-FILE.

       P999-FIM.

            ACCEPT WS-END-TIME FROM TIME.
                    MOVE 8 TO WS-RC-FINAL
                END-IF
            END-IF.
            IF WS-SUSP-NAO-VERIF > ZEROS AND WS-RC-FINAL < 4
                MOVE 4 TO WS-RC-FINAL
            END-IF.
            IF WS-ABORT = 'S' AND WS-RC-FINAL < 16
                MOVE 16 TO WS-RC-FINAL
            END-IF.
            IF WS-DST-ABERTA = 'S'
                MOVE 'N' TO WS-DST-ABERTA
                MOVE WS-RC-FINAL TO WS-DST-RC
                PERFORM P730-ENCERRA-ETAPA
            END-IF.

            DISPLAY 'ESTATISTICAS DA EXECUCAO ' WS-RUN-NUMBER ':'.
            DISPLAY '  LIDOS    : ' WS-LIDOS-COUNT.
            DISPLAY '  POSTADOS : ' WS-POSTED-COUNT.
            DISPLAY '  COM ERRO : ' WS-ERROR-COUNT.
            DISPLAY '  RETIDOS  : ' WS-HELD-COUNT.
            DISPLAY '  DUPLICID.: ' WS-DUPLIC-COUNT.
            IF WS-SUSP-NAO-VERIF > ZEROS
                DISPLAY '  SEM VERIFICACAO DE DUPLICIDADE: '
                    WS-SUSP-NAO-VERIF
            END-IF.
            DISPLAY '  SEGUNDOS : ' WS-ELAPSED-SECS.
            DISPLAY '  RC FINAL : ' WS-RC-FINAL.

                MOVE WS-ERROR-COUNT   TO RL-REC-ERROR
                MOVE WS-ELAPSED-SECS  TO RL-ELAPSED-SECS
                MOVE WS-RC-FINAL      TO RL-RETURN-CODE
                MOVE WS-HELD-COUNT    TO RL-REC-HELD
                WRITE CALC-RUNLOG-RECORD
                CLOSE CALC-RUNLOG-FILE
            END-IF.
            CLOSE CALC-HIST-FILE.
            CLOSE CALC-XREF-FILE.
            CLOSE CALC-EXPORT-FILE.
            CLOSE CALC-PEND-FILE.
            IF WS-RUN-MODE = 'BATCH'
                CLOSE CALC-DUP-FILE
            END-IF.
            IF WS-OPER-ABERTO = 'S'
                MOVE 'N' TO WS-OPER-ABERTO
                CLOSE OPERATOR-FILE
            END-IF.

            MOVE WS-RC-FINAL TO RETURN-CODE.
            STOP RUN.
