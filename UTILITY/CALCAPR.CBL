       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPR.
      *================================================================
      * APROVACAO (DUPLA CUSTODIA) DOS ITENS RETIDOS NO CALCPEND.
      * O DETALHE ACIMA DA ALCADA CP-APPROVAL-LIMIT DO CALCPARM NAO E
      * POSTADO POR YOUR-PROGRAM-NAME; FICA NO CALCPEND COM STATUS
      * 'P' ATE UM SEGUNDO OPERADOR O LIBERAR OU RECUSAR AQUI.
      * O ITEM LIBERADO E POSTADO (CALCHIST, CALCXRF, CALCEXP,
      * CALCAUD E CALCOUT) SOB A DATA DE NEGOCIO ORIGINAL, COM UM
      * NUMERO DE EXECUCAO NOVO DO CALCRUN (INICIO E FIM NO DIARIO
      * CALCRLG), DE MODO QUE O CALCBKO ESTORNA UMA APROVACAO COMO
      * ESTORNA QUALQUER EXECUCAO. TODA DECISAO SAI NA TRILHA APRAUD.
      * DATA ORIGINAL CUJO DIARIO CONTABIL O CALCGL JA GEROU (ETAPA
      * GL DO CALCDST) NAO RECEBE MAIS LANCAMENTO: O ITEM E POSTADO
      * NA DATA DE NEGOCIO CORRENTE, E ENTRA NO DIARIO DELA; SE O
      * DIARIO DA DATA CORRENTE TAMBEM JA SAIU, O PEDIDO E
      * REJEITADO ATE A VIRADA DA DATA.
      * PARM: ID DO OPERADOR QUE ESTA DECIDINDO (ATIVO NO OPERFILE)
      *       [,AJUSTE]. ITEM CUJA DATA ORIGINAL CAIU EM MES JA
      *       FECHADO (CALCPER) SO E LIBERADO COM AJUSTE: E POSTADO
      *       NA DATA DE NEGOCIO CORRENTE, COM O MES ORIGINAL EM
      *       EX-ADJ-PERIOD NO CALCEXP; SEM AJUSTE O PEDIDO E
      *       REJEITADO E A EXECUCAO TERMINA COM RC=12.
      * CARTOES PELO SYSIN, UM PEDIDO + CARTAO CONTINUA (S/N):
      *   COL 01    ACAO: L=LIBERA R=RECUSA C=CONSULTA PENDENTES
      *   COL 02-07 EXECUCAO QUE RETEVE O ITEM (PD-RUN-NUMBER)
      *   COL 08-13 SEQUENCIAL DO ITEM NA EXECUCAO (PD-SEQ-NUM)
      * REGRAS:
      *   - QUEM DECIDE NAO PODE SER O OPERADOR QUE SUBMETEU O ITEM
      *     (A TENTATIVA E RECUSADA E FICA NA TRILHA COMO 'N');
      *   - SO ITEM COM STATUS 'P' PODE SER DECIDIDO.
      * TERMINA COM RC=4 QUANDO ALGUM PEDIDO FOI REJEITADO, RC=8 EM
      * ERRO DE PARAMETRO OU DE ARQUIVO E RC=12 QUANDO UMA LIBERACAO
      * FOI RECUSADA POR PERIODO FECHADO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PEND-FILE ASSIGN TO 'CALCPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT APR-AUDIT-FILE ASSIGN TO 'APRAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRAUD-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT OPTIONAL CALC-DATE-FILE ASSIGN TO 'CALCDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT CALC-DSTAT-FILE ASSIGN TO 'CALCDST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-BUS-DATE
               FILE STATUS IS WS-DSTAT-STATUS.

           SELECT CALC-RUN-FILE ASSIGN TO 'CALCRUN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT CALC-RUNLOG-FILE ASSIGN TO 'CALCRLG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

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

           SELECT CALC-EXPORT-FILE ASSIGN TO 'CALCEXP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT CALC-AUDIT-FILE ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CALC-OUT-FILE ASSIGN TO 'CALCOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCPND.

       FD  APR-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY APRAUD.

       FD  OPERATOR-FILE.
       COPY OPERFILE.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       FD  CALC-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCRUN.

       FD  CALC-RUNLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCRLG.

       FD  CALC-HIST-FILE.
       COPY HISTFILE.

       FD  CALC-XREF-FILE.
       COPY CALCXRF.

       FD  CALC-EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCEXP.

       FD  CALC-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITLOG.

       FD  CALC-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCOUT.

       WORKING-STORAGE SECTION.
       77  WS-PEND-STATUS              PIC X(02) VALUE SPACES.
       77  WS-APRAUD-STATUS            PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EXPORT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-OUT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RUN-PARM                 PIC X(30) VALUE SPACES.
       77  WS-USER-ID                  PIC X(08) VALUE SPACES.
       77  WS-AJUSTE-PARM              PIC X(06) VALUE SPACES.
       77  WS-CONTINUA                 PIC X(01) VALUE 'S'.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-EOF-PEND                 PIC X(01) VALUE 'N'.
       77  WS-HIST-MORE                PIC X(01) VALUE 'N'.
       77  WS-APROVADOR-OK             PIC X(01) VALUE 'N'.
       77  WS-ACHOU                    PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-RUN-NUMBER               PIC 9(06) VALUE ZEROS.
       77  WS-SEQ-DATE                 PIC 9(08) VALUE ZEROS.
       77  WS-HIST-SEQ                 PIC 9(06) VALUE ZEROS.
       77  WS-HIST-MAXSEQ              PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-ERROS               PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-LIBERADOS           PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-RECUSADOS           PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-PENDENTES           PIC 9(06) VALUE ZEROS.
       77  WS-RESULT-EDIT              PIC +9(13).99 VALUE ZEROS.
       77  WS-FECHADO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PERIODO-TESTE            PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-FECHADO          PIC X(01) VALUE 'N'.
       77  WS-QTDE-FECHADOS            PIC 9(04) VALUE ZEROS.
       77  WS-POST-DATE                PIC 9(08) VALUE ZEROS.
       77  WS-ADJ-PERIOD               PIC 9(06) VALUE ZEROS.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DST-ABERTO               PIC X(01) VALUE 'N'.
       77  WS-GL-DATA                  PIC 9(08) VALUE ZEROS.
       77  WS-GL-GERADO                PIC X(01) VALUE 'N'.
       77  WS-GL-RECUSA                PIC X(01) VALUE 'N'.

       01  WS-CARD.
           05  WS-CARD-ACAO            PIC X(01).
           05  WS-CARD-ITEM-KEY.
               10  WS-CARD-RUN         PIC X(06).
               10  WS-CARD-SEQ         PIC X(06).
           05  FILLER                  PIC X(67).

      *    MESES FECHADOS (REGISTROS 'C' DO CALCDATE, VER CALCPER).
       01  WS-FECHADO-TABLE.
           05  WS-FECHADO-PERIOD OCCURS 300 TIMES
               INDEXED BY WS-FEC-IDX   PIC 9(06).
       PROCEDURE DIVISION.
       P001-INICIO.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            UNSTRING WS-RUN-PARM DELIMITED BY ','
                INTO WS-USER-ID WS-AJUSTE-PARM
            END-UNSTRING.
            IF WS-USER-ID = SPACES
                DISPLAY 'INFORME O OPERADOR APROVADOR NO PARM'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM P010-DATA-NEGOCIO.
            PERFORM P020-VALIDA-APROVADOR.
            PERFORM P030-ABRE-TRILHA.
            PERFORM P017-ABRE-SITUACAO-DIA.

            PERFORM UNTIL WS-CONTINUA NOT = 'S'
                MOVE SPACES TO WS-CARD
                ACCEPT WS-CARD
                PERFORM P100-PROCESSA-CARTAO
                ACCEPT WS-CONTINUA
            END-PERFORM.

            CLOSE APR-AUDIT-FILE.
            IF WS-DST-ABERTO = 'S'
                CLOSE CALC-DSTAT-FILE
            END-IF.
            IF WS-RUN-NUMBER > ZEROS
                PERFORM P390-FECHA-EXECUCAO
            END-IF.

            DISPLAY 'ITENS LIBERADOS   : ' WS-QTDE-LIBERADOS.
            DISPLAY 'ITENS RECUSADOS   : ' WS-QTDE-RECUSADOS.
            IF WS-QTDE-ERROS > ZEROS
                DISPLAY 'PEDIDOS REJEITADOS: ' WS-QTDE-ERROS
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-QTDE-FECHADOS > ZEROS
                DISPLAY 'RECUSADOS POR PERIODO FECHADO: '
                    WS-QTDE-FECHADOS
                MOVE 12 TO RETURN-CODE
            END-IF.

            STOP RUN.

       P010-DATA-NEGOCIO.

            MOVE 'N' TO WS-EOF-DATE.
            OPEN INPUT CALC-DATE-FILE.
            IF WS-DATE-STATUS = '00' OR WS-DATE-STATUS = '05'
                IF WS-DATE-STATUS = '00'
                    PERFORM UNTIL WS-EOF-DATE = 'S'
                        READ CALC-DATE-FILE
                            AT END
                                MOVE 'S' TO WS-EOF-DATE
                            NOT AT END
                                IF CD-REC-TYPE = 'D'
                                    MOVE CD-DATE TO WS-BUSINESS-DATE
                                END-IF
                                IF CD-REC-TYPE = 'C'
                                    PERFORM P015-GUARDA-FECHADO
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE CALC-DATE-FILE
            END-IF.
            IF WS-BUSINESS-DATE = ZEROS
                ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
            END-IF.

       P015-GUARDA-FECHADO.

            IF WS-FECHADO-COUNT < 300
                ADD 1 TO WS-FECHADO-COUNT
                SET WS-FEC-IDX TO WS-FECHADO-COUNT
                MOVE CD-PERIOD TO WS-FECHADO-PERIOD (WS-FEC-IDX)
            ELSE
                DISPLAY 'TABELA DE PERIODOS FECHADOS CHEIA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P016-TESTA-PERIODO.

            MOVE 'N' TO WS-PERIODO-FECHADO.
            PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                    UNTIL WS-FEC-IDX > WS-FECHADO-COUNT
                IF WS-FECHADO-PERIOD (WS-FEC-IDX) = WS-PERIODO-TESTE
                    MOVE 'S' TO WS-PERIODO-FECHADO
                    SET WS-FEC-IDX TO WS-FECHADO-COUNT
                END-IF
            END-PERFORM.

      *    O CONTROLE DE SITUACAO DO DIA (CALCDST.CPY) DIZ SE O
      *    DIARIO CONTABIL DE UMA DATA JA FOI GERADO PELO CALCGL. SEM
      *    O ARQUIVO, NENHUMA DATA TEM DIARIO GERADO.
       P017-ABRE-SITUACAO-DIA.

            OPEN INPUT CALC-DSTAT-FILE.
            IF WS-DSTAT-STATUS = '00'
                MOVE 'S' TO WS-DST-ABERTO
            ELSE
                IF WS-DSTAT-STATUS NOT = '35'
                    DISPLAY 'CONTROLE DE SITUACAO DO DIA INDISPONIVEL, '
                        'STATUS: ' WS-DSTAT-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *    WS-GL-GERADO = 'S' QUANDO A ETAPA GL (4) DA DATA WS-GL-DATA
      *    ESTA CONCLUIDA ('F') OU EM ANDAMENTO ('I').
       P018-LE-ETAPA-GL.

            MOVE 'N' TO WS-GL-GERADO.
            IF WS-DST-ABERTO = 'S'
                MOVE WS-GL-DATA TO DS-BUS-DATE
                READ CALC-DSTAT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DS-ETP-SITUACAO (4) = 'F'
                           OR DS-ETP-SITUACAO (4) = 'I'
                            MOVE 'S' TO WS-GL-GERADO
                        END-IF
                END-READ
            END-IF.

      *    O ITEM LIBERADO NAO PODE CAIR NUMA DATA CUJO DIARIO
      *    CONTABIL JA FOI GERADO: FICARIA FORA DA CONTABILIDADE, E O
      *    CALCGL NAO GERA A MESMA DATA DUAS VEZES. NESSE CASO E
      *    POSTADO NA DATA DE NEGOCIO CORRENTE; SE O DIARIO DELA TAMBEM
      *    JA SAIU (ENTRE O CALCGL E A VIRADA DA DATA), O PEDIDO E
      *    REJEITADO E O ITEM FICA PARA DEPOIS DA VIRADA.
       P019-VERIFICA-DIARIO-GL.

            MOVE 'N' TO WS-GL-RECUSA.
            MOVE WS-POST-DATE TO WS-GL-DATA.
            PERFORM P018-LE-ETAPA-GL.
            IF WS-GL-GERADO = 'S'
               AND WS-POST-DATE NOT = WS-BUSINESS-DATE
                DISPLAY 'AVISO: DIARIO CONTABIL DE ' WS-POST-DATE
                    ' JA GERADO - ' WS-CARD-ITEM-KEY
                    ' POSTADO EM ' WS-BUSINESS-DATE
                MOVE WS-BUSINESS-DATE TO WS-POST-DATE
                MOVE WS-POST-DATE TO WS-GL-DATA
                PERFORM P018-LE-ETAPA-GL
            END-IF.
            IF WS-GL-GERADO = 'S'
                DISPLAY 'ITEM ' WS-CARD-ITEM-KEY
                    ' NAO LIBERADO - DIARIO CONTABIL DE '
                    WS-POST-DATE ' JA GERADO (LIBERAR APOS A VIRADA '
                    'DA DATA)'
                MOVE 'S' TO WS-GL-RECUSA
            END-IF.

      *    O APROVADOR PRECISA ESTAR CADASTRADO E ATIVO NO OPERFILE.
       P020-VALIDA-APROVADOR.

            MOVE 'N' TO WS-APROVADOR-OK.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, '
                    'STATUS: ' WS-OPER-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-USER-ID TO OP-OPERATOR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    MOVE 'N' TO WS-APROVADOR-OK
                NOT INVALID KEY
                    IF OP-ACTIVE-FLAG = 'S'
                        MOVE 'S' TO WS-APROVADOR-OK
                    END-IF
            END-READ.
            CLOSE OPERATOR-FILE.

            IF WS-APROVADOR-OK NOT = 'S'
                DISPLAY 'APROVADOR INEXISTENTE OU INATIVO NO '
                    'OPERFILE: ' WS-USER-ID
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P030-ABRE-TRILHA.

            OPEN EXTEND APR-AUDIT-FILE.
            IF WS-APRAUD-STATUS = '35'
                OPEN OUTPUT APR-AUDIT-FILE
                CLOSE APR-AUDIT-FILE
                OPEN EXTEND APR-AUDIT-FILE
            END-IF.
            IF WS-APRAUD-STATUS NOT = '00'
                DISPLAY 'TRILHA DE APROVACAO INDISPONIVEL, STATUS: '
                    WS-APRAUD-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P100-PROCESSA-CARTAO.

            EVALUATE WS-CARD-ACAO
                WHEN 'L'
                    PERFORM P200-DECIDE-ITEM
                WHEN 'R'
                    PERFORM P200-DECIDE-ITEM
                WHEN 'C'
                    PERFORM P150-LISTA-PENDENTES
                WHEN OTHER
                    DISPLAY 'ACAO INVALIDA: ' WS-CARD-ACAO
                    ADD 1 TO WS-QTDE-ERROS
            END-EVALUATE.

       P150-LISTA-PENDENTES.

            MOVE ZEROS TO WS-QTDE-PENDENTES.
            MOVE 'N' TO WS-EOF-PEND.
            OPEN INPUT CALC-PEND-FILE.
            IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'CALCPEND INDISPONIVEL, STATUS: '
                    WS-PEND-STATUS
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                DISPLAY 'ITENS PENDENTES DE APROVACAO'
                PERFORM UNTIL WS-EOF-PEND = 'S'
                    READ CALC-PEND-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-PEND
                        NOT AT END
                            IF PD-STATUS = 'P'
                                ADD 1 TO WS-QTDE-PENDENTES
                                MOVE PD-RESULT TO WS-RESULT-EDIT
                                DISPLAY PD-RUN-NUMBER PD-SEQ-NUM
                                    ' ' PD-BUS-DATE
                                    ' ' PD-OPERATOR-ID
                                    ' ' PD-OPERATION
                                    ' ' WS-RESULT-EDIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALC-PEND-FILE
                DISPLAY 'TOTAL PENDENTE: ' WS-QTDE-PENDENTES
            END-IF.

      *    LOCALIZA O ITEM NO CALCPEND (ABERTO EM I-O) E, SE A DECISAO
      *    FOR ACEITA, REGRAVA O STATUS NO PROPRIO REGISTRO LIDO.
       P200-DECIDE-ITEM.

            IF WS-CARD-RUN NOT NUMERIC OR WS-CARD-SEQ NOT NUMERIC
                DISPLAY 'CHAVE DO ITEM INVALIDA: ' WS-CARD-ITEM-KEY
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                MOVE 'N' TO WS-ACHOU
                MOVE 'N' TO WS-EOF-PEND
                OPEN I-O CALC-PEND-FILE
                IF WS-PEND-STATUS NOT = '00'
                    DISPLAY 'CALCPEND INDISPONIVEL, STATUS: '
                        WS-PEND-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-EOF-PEND = 'S'
                    READ CALC-PEND-FILE
                        AT END
                            MOVE 'S' TO WS-EOF-PEND
                        NOT AT END
                            IF PD-KEY = WS-CARD-ITEM-KEY
                                MOVE 'S' TO WS-ACHOU
                                MOVE 'S' TO WS-EOF-PEND
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-ACHOU NOT = 'S'
                    DISPLAY 'ITEM NAO ENCONTRADO NO CALCPEND: '
                        WS-CARD-ITEM-KEY
                    ADD 1 TO WS-QTDE-ERROS
                ELSE
                    PERFORM P210-VALIDA-DECISAO
                END-IF
                CLOSE CALC-PEND-FILE
            END-IF.

       P210-VALIDA-DECISAO.

            IF PD-STATUS NOT = 'P'
                DISPLAY 'ITEM ' WS-CARD-ITEM-KEY ' JA DECIDIDO, '
                    'STATUS: ' PD-STATUS
                ADD 1 TO WS-QTDE-ERROS
            ELSE
                IF PD-OPERATOR-ID = WS-USER-ID
                    DISPLAY 'OPERADOR ' WS-USER-ID ' SUBMETEU O ITEM '
                        WS-CARD-ITEM-KEY ' E NAO PODE DECIDI-LO'
                    ADD 1 TO WS-QTDE-ERROS
                    MOVE 'N' TO AP-ACTION
                    MOVE ZEROS TO AP-POST-RUN
                    PERFORM P400-GRAVA-TRILHA
                ELSE
                    MOVE PD-BUS-DATE TO WS-POST-DATE
                    MOVE ZEROS TO WS-ADJ-PERIOD
                    IF WS-CARD-ACAO = 'L'
                        COMPUTE WS-PERIODO-TESTE = PD-BUS-DATE / 100
                        PERFORM P016-TESTA-PERIODO
                    ELSE
                        MOVE 'N' TO WS-PERIODO-FECHADO
                    END-IF
                    IF WS-PERIODO-FECHADO = 'S'
                       AND WS-AJUSTE-PARM = 'AJUSTE'
                        MOVE WS-BUSINESS-DATE TO WS-POST-DATE
                        MOVE WS-PERIODO-TESTE TO WS-ADJ-PERIOD
                        MOVE 'N' TO WS-PERIODO-FECHADO
                        DISPLAY 'AVISO: ' WS-CARD-ITEM-KEY
                            ' E DO PERIODO FECHADO ' WS-ADJ-PERIOD
                            ' - POSTADO COMO AJUSTE'
                    END-IF
                    IF WS-PERIODO-FECHADO = 'S'
                        DISPLAY 'ITEM ' WS-CARD-ITEM-KEY
                            ' E DO PERIODO FECHADO ' WS-PERIODO-TESTE
                            ' - NAO LIBERADO (USE AJUSTE)'
                        ADD 1 TO WS-QTDE-FECHADOS
                    ELSE
                        MOVE 'N' TO WS-GL-RECUSA
                        IF WS-CARD-ACAO = 'L'
                            PERFORM P019-VERIFICA-DIARIO-GL
                        END-IF
                        IF WS-GL-RECUSA = 'S'
                            ADD 1 TO WS-QTDE-ERROS
                        ELSE
                            PERFORM P220-REGISTRA-DECISAO
                        END-IF
                    END-IF
                END-IF
            END-IF.

       P220-REGISTRA-DECISAO.

            IF WS-CARD-ACAO = 'L'
                PERFORM P300-POSTA-ITEM
                MOVE 'L' TO PD-STATUS
                ADD 1 TO WS-QTDE-LIBERADOS
                DISPLAY 'LIBERADO: ' WS-CARD-ITEM-KEY
                    ' POSTADO EM ' WS-POST-DATE
                    ' PELA EXECUCAO ' WS-RUN-NUMBER
            ELSE
                MOVE 'R' TO PD-STATUS
                ADD 1 TO WS-QTDE-RECUSADOS
                DISPLAY 'RECUSADO: ' WS-CARD-ITEM-KEY
            END-IF
            REWRITE CALC-PEND-RECORD
            IF WS-PEND-STATUS NOT = '00'
                DISPLAY 'ERRO AO REGRAVAR O CALCPEND, STATUS: '
                    WS-PEND-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PD-STATUS TO AP-ACTION
            IF PD-STATUS = 'L'
                MOVE WS-RUN-NUMBER TO AP-POST-RUN
            ELSE
                MOVE ZEROS TO AP-POST-RUN
            END-IF
            PERFORM P400-GRAVA-TRILHA.

      *    POSTA O ITEM LIBERADO COMO YOUR-PROGRAM-NAME TERIA POSTADO,
      *    MAS SOB A DATA DE NEGOCIO ORIGINAL (PD-BUS-DATE, OU A DATA
      *    CORRENTE NUM AJUSTE DE PERIODO FECHADO) E COM O NUMERO
      *    DESTA EXECUCAO.
       P300-POSTA-ITEM.

            IF WS-RUN-NUMBER = ZEROS
                PERFORM P350-ABRE-EXECUCAO
            END-IF.
            IF WS-POST-DATE NOT = WS-SEQ-DATE
                PERFORM P360-PROXIMO-SEQ
            END-IF.

            MOVE SPACES          TO CALC-HIST-RECORD.
            MOVE WS-POST-DATE    TO CH-RUN-DATE.
            MOVE WS-HIST-SEQ     TO CH-SEQ-NUM.
            MOVE PD-OPERATOR-ID  TO CH-OPERATOR-ID.
            MOVE PD-NUM1         TO CH-NUM1.
            MOVE PD-NUM2         TO CH-NUM2.
            MOVE PD-OPERATION    TO CH-OPERATION.
            MOVE PD-RESULT       TO CH-RESULT.
            MOVE PD-REMAINDER    TO CH-REMAINDER.
            MOVE WS-RUN-NUMBER   TO CH-RUN-NUMBER.
            MOVE PD-REGION-ID    TO CH-REGION-ID.
            WRITE CALC-HIST-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR HISTORICO ' CH-KEY
            END-WRITE.
            MOVE SPACES TO CALC-XREF-RECORD.
            MOVE WS-RUN-NUMBER   TO XR-RUN-NUMBER.
            MOVE WS-POST-DATE    TO XR-RUN-DATE.
            MOVE WS-HIST-SEQ     TO XR-SEQ-NUM.
            WRITE CALC-XREF-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR INDICE DE EXECUCAO'
            END-WRITE.
            ADD 1 TO WS-HIST-SEQ.

            MOVE SPACES          TO CALC-EXPORT-RECORD.
            MOVE WS-POST-DATE    TO EX-DATE.
            MOVE PD-OPERATOR-ID  TO EX-OPERATOR-ID.
            MOVE PD-NUM1         TO EX-NUM1.
            MOVE PD-NUM2         TO EX-NUM2.
            MOVE PD-OPERATION    TO EX-OPERATION.
            MOVE PD-RESULT       TO EX-RESULT.
            MOVE PD-REMAINDER    TO EX-REMAINDER.
            MOVE WS-RUN-NUMBER   TO EX-RUN-NUMBER.
            MOVE WS-ADJ-PERIOD   TO EX-ADJ-PERIOD.
            WRITE CALC-EXPORT-RECORD.

            MOVE SPACES          TO CALC-AUDIT-RECORD.
            MOVE WS-POST-DATE    TO CA-DATE.
            ACCEPT CA-TIME FROM TIME.
            MOVE PD-OPERATOR-ID  TO CA-OPERATOR-ID.
            MOVE PD-NUM1         TO CA-NUM1.
            MOVE PD-NUM2         TO CA-NUM2.
            MOVE PD-OPERATION    TO CA-OPERATION.
            MOVE PD-RESULT       TO CA-RESULT.
            MOVE PD-REMAINDER    TO CA-REMAINDER.
            MOVE 'O'             TO CA-ERROR-FLAG.
            MOVE WS-RUN-NUMBER   TO CA-RUN-NUMBER.
            MOVE PD-REGION-ID    TO CA-REGION-ID.
            WRITE CALC-AUDIT-RECORD.

            MOVE SPACES          TO CALC-OUT-RECORD.
            MOVE PD-NUM1         TO CO-NUM1.
            MOVE PD-NUM2         TO CO-NUM2.
            MOVE PD-RESULT       TO CO-RESULT.
            MOVE PD-REMAINDER    TO CO-REMAINDER.
            MOVE 'O'             TO CO-STATUS.
            MOVE WS-POST-DATE    TO CO-RUN-DATE.
            MOVE WS-RUN-NUMBER   TO CO-RUN-NUMBER.
            WRITE CALC-OUT-RECORD.

      *    A EXECUCAO SO E ABERTA NA PRIMEIRA LIBERACAO; UMA PASSADA
      *    SO DE CONSULTAS OU RECUSAS NAO CONSOME NUMERO DO CALCRUN.
       P350-ABRE-EXECUCAO.

            OPEN INPUT CALC-RUN-FILE.
            IF WS-RUN-STATUS = '00'
                READ CALC-RUN-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE CR-LAST-RUN-NUM TO WS-RUN-NUMBER
                END-READ
                CLOSE CALC-RUN-FILE
            END-IF.
            ADD 1 TO WS-RUN-NUMBER.

            OPEN OUTPUT CALC-RUN-FILE.
            MOVE SPACES TO CALC-RUN-RECORD.
            MOVE WS-RUN-NUMBER TO CR-LAST-RUN-NUM.
            WRITE CALC-RUN-RECORD.
            CLOSE CALC-RUN-FILE.
            DISPLAY 'NUMERO DA EXECUCAO: ' WS-RUN-NUMBER.

            OPEN EXTEND CALC-RUNLOG-FILE.
            IF WS-RUNLOG-STATUS = '35'
                OPEN OUTPUT CALC-RUNLOG-FILE
                CLOSE CALC-RUNLOG-FILE
                OPEN EXTEND CALC-RUNLOG-FILE
            END-IF.
            MOVE SPACES TO CALC-RUNLOG-RECORD.
            MOVE WS-RUN-NUMBER    TO RL-RUN-NUMBER.
            MOVE 'I'              TO RL-REC-TYPE.
            MOVE WS-BUSINESS-DATE TO RL-DATE.
            ACCEPT RL-TIME FROM TIME.
            MOVE WS-USER-ID       TO RL-OPERATOR-ID.
            MOVE ZEROS TO RL-REC-READ.
            MOVE ZEROS TO RL-REC-POSTED.
            MOVE ZEROS TO RL-REC-ERROR.
            MOVE ZEROS TO RL-REC-HELD.
            WRITE CALC-RUNLOG-RECORD.

            OPEN I-O CALC-HIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'CALC-HIST-FILE INDISPONIVEL, STATUS: '
                    WS-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O CALC-XREF-FILE.
            IF WS-XREF-STATUS = '35'
                OPEN OUTPUT CALC-XREF-FILE
                CLOSE CALC-XREF-FILE
                OPEN I-O CALC-XREF-FILE
            END-IF.

            OPEN EXTEND CALC-EXPORT-FILE.
            IF WS-EXPORT-STATUS = '35'
                OPEN OUTPUT CALC-EXPORT-FILE
                CLOSE CALC-EXPORT-FILE
                OPEN EXTEND CALC-EXPORT-FILE
            END-IF.
            OPEN EXTEND CALC-AUDIT-FILE.
            IF WS-AUDIT-STATUS = '35'
                OPEN OUTPUT CALC-AUDIT-FILE
                CLOSE CALC-AUDIT-FILE
                OPEN EXTEND CALC-AUDIT-FILE
            END-IF.
            OPEN EXTEND CALC-OUT-FILE.
            IF WS-OUT-STATUS = '35'
                OPEN OUTPUT CALC-OUT-FILE
                CLOSE CALC-OUT-FILE
                OPEN EXTEND CALC-OUT-FILE
            END-IF.

      *    PROXIMO SEQUENCIAL LIVRE DA DATA ORIGINAL NO HISTORICO,
      *    PELO MESMO CRITERIO DO P195 DE YOUR-PROGRAM-NAME.
       P360-PROXIMO-SEQ.

            MOVE WS-POST-DATE TO WS-SEQ-DATE.
            MOVE ZEROS TO WS-HIST-MAXSEQ.
            MOVE WS-SEQ-DATE TO CH-RUN-DATE.
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

       P390-FECHA-EXECUCAO.

            MOVE SPACES TO CALC-RUNLOG-RECORD.
            MOVE WS-RUN-NUMBER     TO RL-RUN-NUMBER.
            MOVE 'F'               TO RL-REC-TYPE.
            MOVE WS-BUSINESS-DATE  TO RL-DATE.
            ACCEPT RL-TIME FROM TIME.
            MOVE WS-USER-ID        TO RL-OPERATOR-ID.
            MOVE WS-QTDE-LIBERADOS TO RL-REC-READ.
            MOVE WS-QTDE-LIBERADOS TO RL-REC-POSTED.
            MOVE ZEROS             TO RL-REC-ERROR.
            MOVE ZEROS             TO RL-ELAPSED-SECS.
            MOVE ZEROS             TO RL-RETURN-CODE.
            MOVE ZEROS             TO RL-REC-HELD.
            WRITE CALC-RUNLOG-RECORD.
            CLOSE CALC-RUNLOG-FILE.

            CLOSE CALC-HIST-FILE.
            CLOSE CALC-XREF-FILE.
            CLOSE CALC-EXPORT-FILE.
            CLOSE CALC-AUDIT-FILE.
            CLOSE CALC-OUT-FILE.

       P400-GRAVA-TRILHA.

            MOVE WS-BUSINESS-DATE  TO AP-DATE.
            ACCEPT AP-TIME FROM TIME.
            MOVE WS-USER-ID        TO AP-USER-ID.
            MOVE PD-KEY            TO AP-ITEM-KEY.
            MOVE PD-OPERATOR-ID    TO AP-SUBMITTER-ID.
            MOVE PD-BUS-DATE       TO AP-BUS-DATE.
            MOVE PD-RESULT         TO AP-RESULT.
            WRITE APR-AUDIT-RECORD.

       END PROGRAM CALCAPR.
