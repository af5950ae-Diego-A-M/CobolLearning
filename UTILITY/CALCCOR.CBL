       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCOR.
      *================================================================
      * CORRECAO PONTUAL DE UM REGISTRO JA POSTADO, PELA CHAVE DO
      * CALC-HIST-FILE (CH-KEY), SEM ESTORNAR A EXECUCAO INTEIRA
      * PELO CALCBKO. O ORIGINAL FICA NO HISTORICO MARCADO CH-STATUS
      * 'R' E A CORRECAO ENTRA NA DATA DE NEGOCIO CORRENTE, SOB UM
      * NUMERO DE EXECUCAO NOVO DO CALCRUN (INICIO E FIM NO DIARIO
      * CALCRLG):
      *   E (ESTORNO)      - UM REGISTRO 'E' COM O RESULTADO DE SINAL
      *                      TROCADO;
      *   S (SUBSTITUICAO) - O MESMO ESTORNO MAIS UM REGISTRO 'N' COM
      *                      OS VALORES NOVOS, CALCULADO COMO O
      *                      YOUR-PROGRAM-NAME CALCULA.
      * CADA REGISTRO NOVO GANHA ENTRADA NO CALCXRF, LINHA NO CALCEXP
      * (EX-ENTRY-TYPE 'E' OU 'N'), NO CALCAUD (FLAG 'R' OU 'N') E NO
      * CALCOUT; A LIGACAO ORIGINAL X CORRECAO, COM O MOTIVO, QUEM
      * PEDIU E QUEM EXECUTOU, VAI PARA O DIARIO CALCCOR (VER
      * CALCCOR.CPY), QUE O CALCINQ MOSTRA NA CONSULTA POR CHAVE.
      * PARM: ID DO OPERADOR QUE EXECUTA (ATIVO NO OPERFILE)[,AJUSTE].
      *       ORIGINAL DE MES JA FECHADO (CALCPER) SO E CORRIGIDO COM
      *       AJUSTE: AS LINHAS DO CALCEXP LEVAM O MES ORIGINAL EM
      *       EX-ADJ-PERIOD; SEM AJUSTE O PEDIDO E RECUSADO E A
      *       EXECUCAO TERMINA COM RC=12.
      * CARTOES PELO SYSIN, UM PEDIDO + CARTAO CONTINUA (S/N):
      *   COL 01    ACAO: E=ESTORNO S=SUBSTITUICAO
      *   COL 02-09 DATA DO REGISTRO ORIGINAL (CH-RUN-DATE)
      *   COL 10-15 SEQUENCIAL DO REGISTRO ORIGINAL (CH-SEQ-NUM)
      *   COL 16-17 CODIGO DO MOTIVO (OBRIGATORIO)
      *   COL 18-25 OPERADOR QUE PEDIU A CORRECAO (NO OPERFILE)
      *   SO NA SUBSTITUICAO:
      *   COL 26    OPERACAO NOVA (M/A/S/D; BRANCO = A DO ORIGINAL)
      *   COL 27-36 NUM1 NOVO (SINAL + 7 INTEIROS + 2 DECIMAIS)
      *   COL 37-46 NUM2 NOVO (SINAL + 7 INTEIROS + 2 DECIMAIS)
      * REGRAS:
      *   - NAO SE CORRIGE REGISTRO JA ESTORNADO ('R') NEM UM
      *     REGISTRO DE ESTORNO ('E' OU 'J'); O VALOR NOVO ('N') DE
      *     UMA SUBSTITUICAO PODE SER CORRIGIDO DE NOVO;
      *   - VALOR NOVO ACIMA DA ALCADA CP-APPROVAL-LIMIT DO CALCPARM
      *     EXIGE QUE QUEM EXECUTA NAO SEJA QUEM PEDIU;
      *   - COM O DIARIO CONTABIL DA DATA CORRENTE JA GERADO PELO
      *     CALCGL (ETAPA GL DO CALCDST CONCLUIDA OU EM ANDAMENTO), O
      *     PEDIDO E REJEITADO: A CORRECAO FICARIA FORA DA
      *     CONTABILIDADE. CORRIGIR APOS A VIRADA DA DATA.
      * TERMINA COM RC=4 QUANDO ALGUM PEDIDO FOI REJEITADO, RC=8 EM
      * ERRO DE PARAMETRO OU DE ARQUIVO E RC=12 QUANDO UMA CORRECAO
      * FOI RECUSADA POR PERIODO FECHADO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL CALC-PARM-FILE ASSIGN TO 'CALCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT CALC-COR-FILE ASSIGN TO 'CALCCOR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERFILE.

       FD  CALC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCDAT.

       FD  CALC-DSTAT-FILE.
       COPY CALCDST.

       FD  CALC-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCPARM.

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

       FD  CALC-COR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALCCOR.

       WORKING-STORAGE SECTION.
       77  WS-OPER-STATUS              PIC X(02) VALUE SPACES.
       77  WS-DATE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RUNLOG-STATUS            PIC X(02) VALUE SPACES.
       77  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EXPORT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-OUT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-COR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RUN-PARM                 PIC X(30) VALUE SPACES.
       77  WS-USER-ID                  PIC X(08) VALUE SPACES.
       77  WS-AJUSTE-PARM              PIC X(06) VALUE SPACES.
       77  WS-CONTINUA                 PIC X(01) VALUE 'S'.
       77  WS-EOF-DATE                 PIC X(01) VALUE 'N'.
       77  WS-HIST-MORE                PIC X(01) VALUE 'N'.
       77  WS-OPER-PROCURADO           PIC X(08) VALUE SPACES.
       77  WS-OPER-ACHADO              PIC X(01) VALUE 'N'.
       77  WS-OPER-ATIVO               PIC X(01) VALUE 'N'.
       77  WS-CARTAO-OK                PIC X(01) VALUE 'N'.
       77  WS-CALCULO-OK               PIC X(01) VALUE 'N'.
       77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
       77  WS-RUN-NUMBER               PIC 9(06) VALUE ZEROS.
       77  WS-SEQ-DATE                 PIC 9(08) VALUE ZEROS.
       77  WS-HIST-SEQ                 PIC 9(06) VALUE ZEROS.
       77  WS-HIST-MAXSEQ              PIC 9(06) VALUE ZEROS.
       77  WS-REV-SEQ                  PIC 9(06) VALUE ZEROS.
       77  WS-NEW-SEQ                  PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-ERROS               PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-ESTORNOS            PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-SUBSTITUICOES       PIC 9(06) VALUE ZEROS.
       77  WS-QTDE-POSTADOS            PIC 9(08) VALUE ZEROS.
       77  WS-QTDE-FECHADOS            PIC 9(04) VALUE ZEROS.
       77  WS-FECHADO-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-PERIODO-TESTE            PIC 9(06) VALUE ZEROS.
       77  WS-PERIODO-FECHADO          PIC X(01) VALUE 'N'.
       77  WS-ADJ-PERIOD               PIC 9(06) VALUE ZEROS.
       77  WS-APPROVAL-LIMIT           PIC 9(13)V99 VALUE ZEROS.
       77  WS-VALOR-ABS                PIC 9(13)V99 VALUE ZEROS.
       77  WS-ACIMA-ALCADA             PIC X(01) VALUE 'N'.
       77  WS-NEW-OPERATION            PIC X(01) VALUE SPACES.
       77  WS-NEW-NUM1                 PIC S9(07)V99 VALUE ZEROS.
       77  WS-NEW-NUM2                 PIC S9(07)V99 VALUE ZEROS.
       77  WS-NEW-RESULT               PIC S9(13)V99 VALUE ZEROS.
       77  WS-NEW-REMAINDER            PIC S9(07)V99 VALUE ZEROS.
       77  WS-QUOCIENTE                PIC S9(13)V99 VALUE ZEROS.
       77  WS-RESULT-EDIT              PIC +9(13).99 VALUE ZEROS.
       77  WS-ENTRY-TYPE               PIC X(01) VALUE SPACES.
       77  WS-AUDIT-FLAG               PIC X(01) VALUE SPACES.
       77  WS-DSTAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DST-ABERTO               PIC X(01) VALUE 'N'.
       77  WS-GL-DATA                  PIC 9(08) VALUE ZEROS.
       77  WS-GL-GERADO                PIC X(01) VALUE 'N'.

       01  WS-CARD.
           05  WS-CARD-ACAO            PIC X(01).
           05  WS-CARD-KEY.
               10  WS-CARD-DATE        PIC X(08).
               10  WS-CARD-SEQ         PIC X(06).
           05  WS-CARD-MOTIVO          PIC X(02).
           05  WS-CARD-SOLICITANTE     PIC X(08).
           05  WS-CARD-OPERACAO        PIC X(01).
           05  WS-CARD-NUM1            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  WS-CARD-NUM2            PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(34).

      *    COPIA DO REGISTRO ORIGINAL LIDO PELA CHAVE; A AREA DO
      *    ARQUIVO E REUSADA PELA BUSCA DO PROXIMO SEQUENCIAL E PELA
      *    GRAVACAO DOS REGISTROS NOVOS.
       01  WS-HIST-ORIGINAL            PIC X(80).

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
                DISPLAY 'INFORME O OPERADOR QUE EXECUTA NO PARM'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM P010-DATA-NEGOCIO.
            PERFORM P020-VALIDA-USUARIO.
            PERFORM P025-LE-PARAMETRO.
            PERFORM P030-ABRE-ARQUIVOS.
            PERFORM P017-ABRE-SITUACAO-DIA.

            PERFORM UNTIL WS-CONTINUA NOT = 'S'
                MOVE SPACES TO WS-CARD
                ACCEPT WS-CARD
                PERFORM P100-PROCESSA-CARTAO
                ACCEPT WS-CONTINUA
            END-PERFORM.

            IF WS-RUN-NUMBER > ZEROS
                PERFORM P390-FECHA-EXECUCAO
            END-IF.
            CLOSE CALC-HIST-FILE.
            CLOSE CALC-COR-FILE.
            IF WS-DST-ABERTO = 'S'
                CLOSE CALC-DSTAT-FILE
            END-IF.

            DISPLAY 'ESTORNOS          : ' WS-QTDE-ESTORNOS.
            DISPLAY 'SUBSTITUICOES     : ' WS-QTDE-SUBSTITUICOES.
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

      *    QUEM EXECUTA PRECISA ESTAR CADASTRADO E ATIVO NO OPERFILE.
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

      *    A CORRECAO E SEMPRE POSTADA NA DATA DE NEGOCIO CORRENTE; SE
      *    O DIARIO CONTABIL DELA JA SAIU (ENTRE O CALCGL E A VIRADA
      *    DA DATA), O ESTORNO E O VALOR NOVO FICARIAM FORA DA
      *    CONTABILIDADE, POIS O CALCGL NAO GERA A MESMA DATA DUAS
      *    VEZES. O PEDIDO E REJEITADO E FICA PARA DEPOIS DA VIRADA.
       P019-VERIFICA-DIARIO-GL.

            MOVE WS-BUSINESS-DATE TO WS-GL-DATA.
            PERFORM P018-LE-ETAPA-GL.
            IF WS-GL-GERADO = 'S'
                DISPLAY 'PEDIDO ' WS-CARD-KEY
                    ' REJEITADO - DIARIO CONTABIL DE '
                    WS-BUSINESS-DATE ' JA GERADO (CORRIGIR APOS A '
                    'VIRADA DA DATA)'
                MOVE 'N' TO WS-CARTAO-OK
                ADD 1 TO WS-QTDE-ERROS
            END-IF.

       P020-VALIDA-USUARIO.

            MOVE WS-USER-ID TO WS-OPER-PROCURADO.
            PERFORM P022-PROCURA-OPERADOR.
            IF WS-OPER-ATIVO NOT = 'S'
                DISPLAY 'OPERADOR INEXISTENTE OU INATIVO NO '
                    'OPERFILE: ' WS-USER-ID
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P022-PROCURA-OPERADOR.

            MOVE 'N' TO WS-OPER-ACHADO.
            MOVE 'N' TO WS-OPER-ATIVO.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL, '
                    'STATUS: ' WS-OPER-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-OPER-PROCURADO TO OP-OPERATOR-ID.
            READ OPERATOR-FILE
                INVALID KEY
                    MOVE 'N' TO WS-OPER-ACHADO
                NOT INVALID KEY
                    MOVE 'S' TO WS-OPER-ACHADO
                    IF OP-ACTIVE-FLAG = 'S'
                        MOVE 'S' TO WS-OPER-ATIVO
                    END-IF
            END-READ.
            CLOSE OPERATOR-FILE.

      *    SO A ALCADA DE APROVACAO INTERESSA AQUI (VER P230).
       P025-LE-PARAMETRO.

            OPEN INPUT CALC-PARM-FILE.
            IF WS-PARM-STATUS = '00' OR WS-PARM-STATUS = '05'
                IF WS-PARM-STATUS = '00'
                    READ CALC-PARM-FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF CP-APPROVAL-LIMIT IS NUMERIC
                                MOVE CP-APPROVAL-LIMIT
                                    TO WS-APPROVAL-LIMIT
                            END-IF
                    END-READ
                END-IF
                CLOSE CALC-PARM-FILE
            END-IF.

       P030-ABRE-ARQUIVOS.

            OPEN I-O CALC-HIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'CALC-HIST-FILE INDISPONIVEL, STATUS: '
                    WS-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            OPEN EXTEND CALC-COR-FILE.
            IF WS-COR-STATUS = '35'
                OPEN OUTPUT CALC-COR-FILE
                CLOSE CALC-COR-FILE
                OPEN EXTEND CALC-COR-FILE
            END-IF.
            IF WS-COR-STATUS NOT = '00'
                DISPLAY 'DIARIO DE CORRECOES INDISPONIVEL, STATUS: '
                    WS-COR-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       P100-PROCESSA-CARTAO.

            PERFORM P110-VALIDA-CARTAO.
            IF WS-CARTAO-OK = 'S'
                PERFORM P019-VERIFICA-DIARIO-GL
            END-IF.
            IF WS-CARTAO-OK = 'S'
                PERFORM P200-LE-ORIGINAL
            END-IF.
            IF WS-CARTAO-OK = 'S'
                PERFORM P210-VERIFICA-PERIODO
            END-IF.
            IF WS-CARTAO-OK = 'S' AND WS-CARD-ACAO = 'S'
                PERFORM P220-CALCULA-NOVO
            END-IF.
            IF WS-CARTAO-OK = 'S' AND WS-CARD-ACAO = 'S'
                PERFORM P230-VERIFICA-ALCADA
            END-IF.
            IF WS-CARTAO-OK = 'S'
                PERFORM P300-APLICA-CORRECAO
            END-IF.

       P110-VALIDA-CARTAO.

            MOVE 'S' TO WS-CARTAO-OK.
            IF WS-CARD-ACAO NOT = 'E' AND WS-CARD-ACAO NOT = 'S'
                DISPLAY 'ACAO INVALIDA: ' WS-CARD-ACAO
                MOVE 'N' TO WS-CARTAO-OK
            END-IF.
            IF WS-CARTAO-OK = 'S'
                IF WS-CARD-DATE NOT NUMERIC
                   OR WS-CARD-SEQ NOT NUMERIC
                    DISPLAY 'CHAVE DO REGISTRO INVALIDA: '
                        WS-CARD-KEY
                    MOVE 'N' TO WS-CARTAO-OK
                END-IF
            END-IF.
            IF WS-CARTAO-OK = 'S'
                IF WS-CARD-MOTIVO = SPACES
                    DISPLAY 'CODIGO DO MOTIVO NAO INFORMADO: '
                        WS-CARD-KEY
                    MOVE 'N' TO WS-CARTAO-OK
                END-IF
            END-IF.
            IF WS-CARTAO-OK = 'S'
                IF WS-CARD-SOLICITANTE = SPACES
                    DISPLAY 'OPERADOR SOLICITANTE NAO INFORMADO: '
                        WS-CARD-KEY
                    MOVE 'N' TO WS-CARTAO-OK
                ELSE
                    MOVE WS-CARD-SOLICITANTE TO WS-OPER-PROCURADO
                    PERFORM P022-PROCURA-OPERADOR
                    IF WS-OPER-ACHADO NOT = 'S'
                        DISPLAY 'SOLICITANTE NAO CADASTRADO NO '
                            'OPERFILE: ' WS-CARD-SOLICITANTE
                        MOVE 'N' TO WS-CARTAO-OK
                    END-IF
                END-IF
            END-IF.
            IF WS-CARTAO-OK = 'S' AND WS-CARD-ACAO = 'S'
                IF WS-CARD-OPERACAO NOT = SPACE
                   AND WS-CARD-OPERACAO NOT = 'M'
                   AND WS-CARD-OPERACAO NOT = 'A'
                   AND WS-CARD-OPERACAO NOT = 'S'
                   AND WS-CARD-OPERACAO NOT = 'D'
                    DISPLAY 'OPERACAO NOVA INVALIDA: '
                        WS-CARD-OPERACAO
                    MOVE 'N' TO WS-CARTAO-OK
                END-IF
                IF WS-CARD-NUM1 NOT NUMERIC
                   OR WS-CARD-NUM2 NOT NUMERIC
                    DISPLAY 'VALORES NOVOS INVALIDOS: ' WS-CARD-KEY
                    MOVE 'N' TO WS-CARTAO-OK
                END-IF
            END-IF.
            IF WS-CARTAO-OK NOT = 'S'
                ADD 1 TO WS-QTDE-ERROS
            END-IF.

       P200-LE-ORIGINAL.

            MOVE WS-CARD-DATE TO CH-RUN-DATE.
            MOVE WS-CARD-SEQ  TO CH-SEQ-NUM.
            READ CALC-HIST-FILE
                INVALID KEY
                    DISPLAY 'REGISTRO NAO ENCONTRADO NO HISTORICO: '
                        WS-CARD-KEY
                    MOVE 'N' TO WS-CARTAO-OK
            END-READ.
            IF WS-CARTAO-OK = 'S'
                EVALUATE CH-STATUS
                    WHEN 'R'
                        DISPLAY 'REGISTRO ' WS-CARD-KEY
                            ' JA ESTORNADO - NADA A CORRIGIR'
                        MOVE 'N' TO WS-CARTAO-OK
                    WHEN 'E'
                        DISPLAY 'REGISTRO ' WS-CARD-KEY
                            ' E UM ESTORNO DE CORRECAO - NAO '
                            'CORRIGIVEL'
                        MOVE 'N' TO WS-CARTAO-OK
                    WHEN 'J'
                        DISPLAY 'REGISTRO ' WS-CARD-KEY
                            ' E UM ESTORNO DE AJUSTE - NAO '
                            'CORRIGIVEL'
                        MOVE 'N' TO WS-CARTAO-OK
                    WHEN OTHER
                        MOVE CALC-HIST-RECORD TO WS-HIST-ORIGINAL
                END-EVALUATE
            END-IF.
            IF WS-CARTAO-OK NOT = 'S'
                ADD 1 TO WS-QTDE-ERROS
            END-IF.

      *    ORIGINAL DE MES FECHADO: RECUSADO (RC=12) OU, COM AJUSTE,
      *    CORRIGIDO COM O MES ORIGINAL EM EX-ADJ-PERIOD.
       P210-VERIFICA-PERIODO.

            MOVE ZEROS TO WS-ADJ-PERIOD.
            COMPUTE WS-PERIODO-TESTE = CH-RUN-DATE / 100.
            PERFORM P016-TESTA-PERIODO.
            IF WS-PERIODO-FECHADO = 'S'
                IF WS-AJUSTE-PARM = 'AJUSTE'
                    MOVE WS-PERIODO-TESTE TO WS-ADJ-PERIOD
                    DISPLAY 'AVISO: ' WS-CARD-KEY
                        ' E DO PERIODO FECHADO ' WS-ADJ-PERIOD
                        ' - CORRIGIDO COMO AJUSTE'
                ELSE
                    DISPLAY 'REGISTRO ' WS-CARD-KEY
                        ' E DO PERIODO FECHADO ' WS-PERIODO-TESTE
                        ' - NAO CORRIGIDO (USE AJUSTE)'
                    ADD 1 TO WS-QTDE-FECHADOS
                    MOVE 'N' TO WS-CARTAO-OK
                END-IF
            END-IF.

      *    MESMO CALCULO DO P100-CALC DE YOUR-PROGRAM-NAME; ERRO DE
      *    CALCULO REJEITA O PEDIDO EM VEZ DE POSTAR UM REGISTRO 'E'.
       P220-CALCULA-NOVO.

            MOVE 'S' TO WS-CALCULO-OK.
            IF WS-CARD-OPERACAO = SPACE
                MOVE CH-OPERATION TO WS-NEW-OPERATION
            ELSE
                MOVE WS-CARD-OPERACAO TO WS-NEW-OPERATION
            END-IF.
            MOVE WS-CARD-NUM1 TO WS-NEW-NUM1.
            MOVE WS-CARD-NUM2 TO WS-NEW-NUM2.
            MOVE ZEROS TO WS-NEW-RESULT.
            MOVE ZEROS TO WS-NEW-REMAINDER.

            EVALUATE WS-NEW-OPERATION
                WHEN 'M'
                    COMPUTE WS-NEW-RESULT = WS-NEW-NUM1 * WS-NEW-NUM2
                        ON SIZE ERROR MOVE 'N' TO WS-CALCULO-OK
                    END-COMPUTE
                WHEN 'A'
                    COMPUTE WS-NEW-RESULT = WS-NEW-NUM1 + WS-NEW-NUM2
                        ON SIZE ERROR MOVE 'N' TO WS-CALCULO-OK
                    END-COMPUTE
                WHEN 'S'
                    COMPUTE WS-NEW-RESULT = WS-NEW-NUM1 - WS-NEW-NUM2
                        ON SIZE ERROR MOVE 'N' TO WS-CALCULO-OK
                    END-COMPUTE
                WHEN 'D'
                    COMPUTE WS-NEW-RESULT = WS-NEW-NUM1 / WS-NEW-NUM2
                        ON SIZE ERROR MOVE 'N' TO WS-CALCULO-OK
                    END-COMPUTE
                    IF WS-CALCULO-OK = 'S'
                        DIVIDE WS-NEW-NUM1 BY WS-NEW-NUM2
                            GIVING WS-QUOCIENTE
                            REMAINDER WS-NEW-REMAINDER
                            ON SIZE ERROR MOVE 'N' TO WS-CALCULO-OK
                        END-DIVIDE
                    END-IF
                WHEN OTHER
                    MOVE 'N' TO WS-CALCULO-OK
            END-EVALUATE.

            IF WS-CALCULO-OK NOT = 'S'
                DISPLAY 'ERRO NO CALCULO DO VALOR NOVO, OPERANDO OU '
                    'DIVISOR INVALIDO: ' WS-CARD-KEY
                MOVE 'N' TO WS-CARTAO-OK
                ADD 1 TO WS-QTDE-ERROS
            END-IF.

      *    DUPLA CUSTODIA: O VALOR NOVO ACIMA DA ALCADA NAO PODE SER
      *    POSTADO PELO PROPRIO SOLICITANTE (NO LOTE ELE FICARIA
      *    RETIDO NO CALCPEND ATE OUTRO OPERADOR LIBERAR).
       P230-VERIFICA-ALCADA.

            MOVE 'N' TO WS-ACIMA-ALCADA.
            IF WS-APPROVAL-LIMIT > ZEROS
                IF WS-NEW-NUM1 < ZEROS
                    COMPUTE WS-VALOR-ABS = ZEROS - WS-NEW-NUM1
                ELSE
                    MOVE WS-NEW-NUM1 TO WS-VALOR-ABS
                END-IF
                IF WS-VALOR-ABS > WS-APPROVAL-LIMIT
                    MOVE 'S' TO WS-ACIMA-ALCADA
                END-IF
                IF WS-NEW-NUM2 < ZEROS
                    COMPUTE WS-VALOR-ABS = ZEROS - WS-NEW-NUM2
                ELSE
                    MOVE WS-NEW-NUM2 TO WS-VALOR-ABS
                END-IF
                IF WS-VALOR-ABS > WS-APPROVAL-LIMIT
                    MOVE 'S' TO WS-ACIMA-ALCADA
                END-IF
                IF WS-NEW-RESULT < ZEROS
                    COMPUTE WS-VALOR-ABS = ZEROS - WS-NEW-RESULT
                ELSE
                    MOVE WS-NEW-RESULT TO WS-VALOR-ABS
                END-IF
                IF WS-VALOR-ABS > WS-APPROVAL-LIMIT
                    MOVE 'S' TO WS-ACIMA-ALCADA
                END-IF
            END-IF.
            IF WS-ACIMA-ALCADA = 'S'
               AND WS-CARD-SOLICITANTE = WS-USER-ID
                DISPLAY 'VALOR NOVO ACIMA DA ALCADA - SOLICITANTE '
                    WS-CARD-SOLICITANTE ' NAO PODE EXECUTAR A '
                    'PROPRIA CORRECAO: ' WS-CARD-KEY
                MOVE 'N' TO WS-CARTAO-OK
                ADD 1 TO WS-QTDE-ERROS
            END-IF.

      *    MARCA O ORIGINAL 'R', GRAVA O ESTORNO ('E') E, NA
      *    SUBSTITUICAO, O VALOR NOVO ('N'), TODOS NA DATA CORRENTE.
       P300-APLICA-CORRECAO.

            IF WS-RUN-NUMBER = ZEROS
                PERFORM P350-ABRE-EXECUCAO
            END-IF.
            IF WS-BUSINESS-DATE NOT = WS-SEQ-DATE
                PERFORM P360-PROXIMO-SEQ
            END-IF.

            MOVE WS-HIST-ORIGINAL TO CALC-HIST-RECORD.
            MOVE 'R' TO CH-STATUS.
            REWRITE CALC-HIST-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR ORIGINAL ' CH-KEY
                        ', STATUS: ' WS-HIST-STATUS
                    MOVE 8 TO RETURN-CODE
            END-REWRITE.

            PERFORM P310-GRAVA-ESTORNO.
            MOVE ZEROS TO WS-NEW-SEQ.
            IF WS-CARD-ACAO = 'S'
                PERFORM P320-GRAVA-NOVO
                ADD 1 TO WS-QTDE-SUBSTITUICOES
            ELSE
                ADD 1 TO WS-QTDE-ESTORNOS
            END-IF.
            PERFORM P330-GRAVA-DIARIO.

            MOVE WS-HIST-ORIGINAL TO CALC-HIST-RECORD.
            MOVE CH-RESULT TO WS-RESULT-EDIT.
            DISPLAY 'CORRIGIDO: ' CH-KEY ' ' WS-RESULT-EDIT
                ' ESTORNO ' WS-BUSINESS-DATE '/' WS-REV-SEQ.
            IF WS-CARD-ACAO = 'S'
                MOVE WS-NEW-RESULT TO WS-RESULT-EDIT
                DISPLAY '           NOVO    ' WS-BUSINESS-DATE '/'
                    WS-NEW-SEQ ' ' WS-RESULT-EDIT
            END-IF.

       P310-GRAVA-ESTORNO.

            MOVE WS-HIST-ORIGINAL TO CALC-HIST-RECORD.
            MOVE WS-BUSINESS-DATE  TO CH-RUN-DATE.
            MOVE WS-HIST-SEQ       TO CH-SEQ-NUM.
            COMPUTE CH-RESULT = 0 - CH-RESULT.
            MOVE WS-RUN-NUMBER     TO CH-RUN-NUMBER.
            MOVE 'E'               TO CH-STATUS.
            MOVE WS-HIST-SEQ       TO WS-REV-SEQ.
            PERFORM P340-GRAVA-REGISTRO.

            MOVE 'E' TO WS-ENTRY-TYPE.
            MOVE 'R' TO WS-AUDIT-FLAG.
            PERFORM P345-GRAVA-SAIDAS.

       P320-GRAVA-NOVO.

            MOVE WS-HIST-ORIGINAL TO CALC-HIST-RECORD.
            MOVE WS-BUSINESS-DATE  TO CH-RUN-DATE.
            MOVE WS-HIST-SEQ       TO CH-SEQ-NUM.
            MOVE WS-NEW-NUM1       TO CH-NUM1.
            MOVE WS-NEW-NUM2       TO CH-NUM2.
            MOVE WS-NEW-OPERATION  TO CH-OPERATION.
            MOVE WS-NEW-RESULT     TO CH-RESULT.
            MOVE WS-NEW-REMAINDER  TO CH-REMAINDER.
            MOVE WS-RUN-NUMBER     TO CH-RUN-NUMBER.
            MOVE 'N'               TO CH-STATUS.
            MOVE WS-HIST-SEQ       TO WS-NEW-SEQ.
            PERFORM P340-GRAVA-REGISTRO.

            MOVE 'N' TO WS-ENTRY-TYPE.
            MOVE 'N' TO WS-AUDIT-FLAG.
            PERFORM P345-GRAVA-SAIDAS.

       P330-GRAVA-DIARIO.

            MOVE SPACES TO CALC-COR-RECORD.
            MOVE WS-BUSINESS-DATE    TO CC-COR-DATE.
            ACCEPT CC-COR-TIME FROM TIME.
            MOVE WS-CARD-DATE        TO CC-ORIG-DATE.
            MOVE WS-CARD-SEQ         TO CC-ORIG-SEQ.
            MOVE WS-CARD-ACAO        TO CC-ACTION.
            MOVE WS-CARD-MOTIVO      TO CC-REASON.
            MOVE WS-CARD-SOLICITANTE TO CC-REQ-OPERATOR.
            MOVE WS-USER-ID          TO CC-USER-ID.
            MOVE WS-REV-SEQ          TO CC-REV-SEQ.
            MOVE WS-NEW-SEQ          TO CC-NEW-SEQ.
            MOVE WS-RUN-NUMBER       TO CC-RUN-NUMBER.
            MOVE WS-ADJ-PERIOD       TO CC-ADJ-PERIOD.
            WRITE CALC-COR-RECORD.

      *    GRAVA NO HISTORICO O REGISTRO MONTADO NA AREA DO ARQUIVO E
      *    A ENTRADA DO INDICE CRUZADO DA EXECUCAO.
       P340-GRAVA-REGISTRO.

            WRITE CALC-HIST-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR HISTORICO ' CH-KEY
                    MOVE 8 TO RETURN-CODE
            END-WRITE.
            MOVE SPACES TO CALC-XREF-RECORD.
            MOVE WS-RUN-NUMBER   TO XR-RUN-NUMBER.
            MOVE CH-RUN-DATE     TO XR-RUN-DATE.
            MOVE CH-SEQ-NUM      TO XR-SEQ-NUM.
            WRITE CALC-XREF-RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR INDICE DE EXECUCAO'
            END-WRITE.
            ADD 1 TO WS-HIST-SEQ.
            ADD 1 TO WS-QTDE-POSTADOS.

      *    CALCEXP, CALCAUD E CALCOUT DO REGISTRO QUE ACABOU DE SER
      *    GRAVADO, COM O TIPO DE LINHA E A FLAG DE AUDITORIA DADOS
      *    POR QUEM CHAMA.
       P345-GRAVA-SAIDAS.

            MOVE SPACES          TO CALC-EXPORT-RECORD.
            MOVE CH-RUN-DATE     TO EX-DATE.
            MOVE CH-OPERATOR-ID  TO EX-OPERATOR-ID.
            MOVE CH-NUM1         TO EX-NUM1.
            MOVE CH-NUM2         TO EX-NUM2.
            MOVE CH-OPERATION    TO EX-OPERATION.
            MOVE CH-RESULT       TO EX-RESULT.
            MOVE CH-REMAINDER    TO EX-REMAINDER.
            MOVE WS-RUN-NUMBER   TO EX-RUN-NUMBER.
            MOVE WS-ADJ-PERIOD   TO EX-ADJ-PERIOD.
            MOVE WS-ENTRY-TYPE   TO EX-ENTRY-TYPE.
            WRITE CALC-EXPORT-RECORD.

            MOVE SPACES          TO CALC-AUDIT-RECORD.
            MOVE CH-RUN-DATE     TO CA-DATE.
            ACCEPT CA-TIME FROM TIME.
            MOVE CH-OPERATOR-ID  TO CA-OPERATOR-ID.
            MOVE CH-NUM1         TO CA-NUM1.
            MOVE CH-NUM2         TO CA-NUM2.
            MOVE CH-OPERATION    TO CA-OPERATION.
            MOVE CH-RESULT       TO CA-RESULT.
            MOVE CH-REMAINDER    TO CA-REMAINDER.
            MOVE WS-AUDIT-FLAG   TO CA-ERROR-FLAG.
            MOVE WS-RUN-NUMBER   TO CA-RUN-NUMBER.
            MOVE CH-REGION-ID    TO CA-REGION-ID.
            WRITE CALC-AUDIT-RECORD.

            MOVE SPACES          TO CALC-OUT-RECORD.
            MOVE CH-NUM1         TO CO-NUM1.
            MOVE CH-NUM2         TO CO-NUM2.
            MOVE CH-RESULT       TO CO-RESULT.
            MOVE CH-REMAINDER    TO CO-REMAINDER.
            MOVE 'O'             TO CO-STATUS.
            MOVE CH-RUN-DATE     TO CO-RUN-DATE.
            MOVE WS-RUN-NUMBER   TO CO-RUN-NUMBER.
            WRITE CALC-OUT-RECORD.

      *    A EXECUCAO SO E ABERTA NA PRIMEIRA CORRECAO ACEITA; UMA
      *    PASSADA SO DE PEDIDOS REJEITADOS NAO CONSOME NUMERO DO
      *    CALCRUN.
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

      *    PROXIMO SEQUENCIAL LIVRE DA DATA CORRENTE NO HISTORICO,
      *    PELO MESMO CRITERIO DO P195 DE YOUR-PROGRAM-NAME.
       P360-PROXIMO-SEQ.

            MOVE WS-BUSINESS-DATE TO WS-SEQ-DATE.
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
            MOVE WS-QTDE-POSTADOS  TO RL-REC-READ.
            MOVE WS-QTDE-POSTADOS  TO RL-REC-POSTED.
            MOVE ZEROS             TO RL-REC-ERROR.
            MOVE ZEROS             TO RL-ELAPSED-SECS.
            MOVE ZEROS             TO RL-RETURN-CODE.
            MOVE ZEROS             TO RL-REC-HELD.
            WRITE CALC-RUNLOG-RECORD.
            CLOSE CALC-RUNLOG-FILE.

            CLOSE CALC-XREF-FILE.
            CLOSE CALC-EXPORT-FILE.
            CLOSE CALC-AUDIT-FILE.
            CLOSE CALC-OUT-FILE.

       END PROGRAM CALCCOR.
